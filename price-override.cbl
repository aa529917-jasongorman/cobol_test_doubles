           MOVE SPACES TO PA-ADJUSTMENTS.
           MOVE 'OVERRIDE' TO PA-PRICE-SOURCE.
           MOVE POR-REASON-CODE TO PA-OVERRIDE-REASON.
           MOVE POR-APPROVED-BY TO PA-APPROVED-BY.
           WRITE PRICE-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'PRICE-OVERRIDE: DUPLICATE AUDIT KEY FOR '
