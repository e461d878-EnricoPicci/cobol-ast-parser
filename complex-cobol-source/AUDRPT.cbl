                   PERFORM 3300-COMPARE-CONTACT-FIELDS
                   PERFORM 3400-COMPARE-FINANCIAL-FIELDS
                   PERFORM 3500-COMPARE-PROFILE-FIELDS
      *        A change held for dual control names both operators:
      *        the one who keyed it and the one who approved it.
                   IF AUD-APPROVER-ID NOT = SPACES
                       MOVE 'KEYED/APPROVED BY' TO WS-CHG-FIELD-NAME
                       MOVE AUD-OPERATOR-ID TO WS-CHG-OLD-VALUE
                       MOVE AUD-APPROVER-ID TO WS-CHG-NEW-VALUE
                       PERFORM 4000-WRITE-CHANGE-LINE
                   END-IF
      *        Posting entries show their financial movement next to
      *        the operator changes, labelled with the driving
      *        transaction.
                   MOVE SPACES TO WS-CHG-NEW-VALUE
                   PERFORM 4000-WRITE-CHANGE-LINE
                   PERFORM 3400-COMPARE-FINANCIAL-FIELDS
      *        A re-age changes no field; the line records that the
      *        delinquency was reset and by whom.
               WHEN AUD-ACTION-REAGE
                   MOVE 'DELINQUENCY RE-AGED' TO WS-CHG-FIELD-NAME
                   MOVE AUD-OPERATOR-ID TO WS-CHG-OLD-VALUE
                   MOVE 'CURRENT' TO WS-CHG-NEW-VALUE
                   PERFORM 4000-WRITE-CHANGE-LINE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-CHG-FIELD-NAME
                   MOVE SPACES TO WS-CHG-OLD-VALUE
