              GO TO 8510-UPDATE-ONE-CARD-STATUS-EXIT
           END-IF

      *    A card reported lost or stolen and replaced stays
      *    hot-carded - a bulk status change passes over it.
           IF CARD-STATUS-HOT-CARDED
              EXEC CICS UNLOCK
                   DATASET(LIT-CARD-FILE)
                   RESP(WS-RESP-CD)
                   RESP2(WS-REAS-CD)
              END-EXEC
              GO TO 8510-UPDATE-ONE-CARD-STATUS-EXIT
           END-IF

           MOVE WS-BULK-TARGET-STATUS TO CARD-ACTIVE-STATUS

           EXEC CICS REWRITE
