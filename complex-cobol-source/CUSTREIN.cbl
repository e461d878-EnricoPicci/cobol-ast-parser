
       COPY RUNPARM.

       COPY AUDCPARM.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
           MOVE 'CUSTREIN' TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WS-ARCH-VIEW TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
