      * EVERY NOTE INVENTORY ROW ON DENOM.DAT - EVERY DRAWER PLUS    *
      * THE VAULT - IS AGGREGATED BY NOTE VALUE SO THE BRANCH CAN    *
      * SEE ITS MIX OF BILLS AND DRIVE WHAT IT ORDERS FROM THE CASH  *
      * CENTER.  NOTES ON A SHIPMENT STILL IN TRANSIT (CIT- ROWS)    *
      * ARE NOT ON HAND AND ARE LEFT OUT.                            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENOMRPT.
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF DN-TELLER-ID (1:4) NOT = 'CIT-'
                    PERFORM 100-ACCUMULATE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-ACCUMULATE-RTN.
