      *> LICCAT.cpy - licence category required per vehicle category
      *> one record per VEH-CATEGORY (file LICCAT.DAT, read by
      *> ASGMAINT). "A" is only covered by a licence holding A; B to E
      *> are covered by a licence holding that letter or a later one
      *> (E covers D, C and B; D covers C and B; C covers B).
       01  LICENCE-CATEGORY-REC.
           05  LCC-VEH-CATEGORY        PIC 9(5).
           05  LCC-REQUIRED-LICENCE    PIC X(1).
