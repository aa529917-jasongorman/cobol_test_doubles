           MOVE PF-END-DATE TO PC-END-DATE.
           MOVE PF-PER-MEMBER-LIMIT TO PC-PER-MEMBER-LIMIT.
           MOVE PF-TOTAL-LIMIT TO PC-TOTAL-LIMIT.
           MOVE SPACES TO PC-MEMBER-ID.
           MOVE SPACES TO PC-CAMPAIGN.
           IF WS-CODE-FOUND THEN
               REWRITE PROMO-MASTER-RECORD
           ELSE
