              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF OR PT-COUNT >= 100
              MOVE LENGTH OF PEND-RECORD TO PEND-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXPEND')
                   INTO (PEND-RECORD)
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-CANCEL-DENIED.
      *    Security wants to review who tried what, so a denied
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'Y' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-STAMP-AND-USER.
           EXEC CICS ASKTIME
