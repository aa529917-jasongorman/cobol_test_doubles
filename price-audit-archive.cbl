           MOVE PA-ADJUSTMENTS TO PAR-ADJUSTMENTS.
           MOVE PA-PRICE-SOURCE TO PAR-PRICE-SOURCE.
           MOVE PA-OVERRIDE-REASON TO PAR-OVERRIDE-REASON.
           MOVE PA-APPROVED-BY TO PAR-APPROVED-BY.
           WRITE PRICE-AUDIT-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE PRICE-AUDIT-ARCHIVE-RECORD
