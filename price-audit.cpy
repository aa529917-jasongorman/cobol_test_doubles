               88  PA-SOURCE-IS-BATCH      VALUE 'BATCH'.
               88  PA-SOURCE-IS-OVERRIDE   VALUE 'OVERRIDE'.
           05  PA-OVERRIDE-REASON      PIC X(40).
      *    THE OPERATOR WHO APPROVED AN OVERRIDE; SPACES ON A BATCH
      *    PRICING RECORD.
           05  PA-APPROVED-BY          PIC X(08).
