      *  NAME CROSS-REFERENCE RECORD LAYOUT (XRF-FILE).
      *  ONE ENTRY PER MASTER ACCOUNT, KEYED ON SURNAME +
      *  NAME + UID + ACCOUNT SO A PARTIAL SURNAME CAN BE
      *  SEARCHED WITH START/READ NEXT. THE NAME IS THE
      *  CUSTOMER NAME FROM CUS-FILE (THE ACCOUNT'S OWN NAME
      *  WHEN THE UID HAS NO CUSTOMER RECORD), SO A CUSTOMER
      *  NAME CHANGE RE-KEYS EVERY ACCOUNT OF THE UID. KEPT
      *  IN STEP BY FINALSUB ON WRITE/UPDATE/DELETE; BUILT
      *  FROM THE MASTER BY XRFBLD.
      *  COPY UNDER A 01/02 GROUP; USE REPLACING LEADING
      *  ==XRF== TO RENAME FOR IMAGE AREAS.
      *****************************************************
