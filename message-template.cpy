      *    COPYBOOK:     MESSAGE-TEMPLATE.CPY
      *    DESCRIPTION:  ONE RECORD PER NOTIFICATION MESSAGE TYPE
      *                  AND LANGUAGE
      *                  (NEWTITLE, DIGEST, STMT, OVERDUE, DUNNING1-3,
      *                  CARDRENW)
      *                  HOLDING A SUBJECT AND A MULTI-LINE BODY WITH
      *                  SUBSTITUTION VARIABLES &1 THROUGH &4, SO THE
      *                  OFFICE CAN REWORD A NOTICE WITH TEMPLATE-LOAD
