      *                  HOME-STORE CODE FOR COUNTER RENTALS ('DEF'
      *                  WHEN NO STORE IS ON FILE), SO EACH LOCATION
      *                  CARRIES ITS OWN STATE AND COUNTY RATE ROW.
      *                  MERCH-SALE-POST TAXES REGISTER SALES AT THE
      *                  SAME STORE ROW; WHERE FOOD CARRIES ITS OWN
      *                  RATE, THE STORE ALSO HAS A ROW UNDER ITS CODE
      *                  FOLLOWED BY 'F'.
      *                  TX-RATE IS THE COMBINED RATE AS A FRACTION
      *                  (0.0825 FOR 8.25 PCT).
      *****************************************************************
