      *                AST's LI-COPYRES rows, with a shadow flag when
      *                a later library holds a different version of
      *                the member that won.
      * 10/15/2026 LA  Copy-resolution rows also carry the resolved
      *                member's fingerprint and its library's place
      *                in the search path.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                   LI-CRES-PATH(LI-COPYRES-COUNT)
               MOVE LO-SHADOWED TO
                   LI-CRES-SHADOWED(LI-COPYRES-COUNT)
               MOVE LO-FOUND-CKSUM TO
                   LI-CRES-CHECKSUM(LI-COPYRES-COUNT)
               MOVE LO-FOUND-IDX TO
                   LI-CRES-LIBRARY(LI-COPYRES-COUNT)
           END-IF.

      *----------------------------------------------------------------
