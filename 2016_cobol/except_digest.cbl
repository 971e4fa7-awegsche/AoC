               MOVE "(RECON MISMATCH)" TO RC-MEANING
           WHEN RC-LOCK-HELD
               MOVE "(LOCK HELD)" TO RC-MEANING
           WHEN RC-BAD-OPERATOR
               MOVE "(BAD OPERATOR)" TO RC-MEANING
           WHEN RC-NONCOMPLIANT
               MOVE "(NON-COMPLIANT CODE)" TO RC-MEANING
           WHEN RC-INTAKE-REFUSED
               MOVE "(INTAKE REFUSED)" TO RC-MEANING
           WHEN RC-NOT-AUTHORIZED
               MOVE "(NOT AUTHORIZED)" TO RC-MEANING
           WHEN OTHER
               MOVE "(UNKNOWN CODE)" TO RC-MEANING
           END-EVALUATE.
