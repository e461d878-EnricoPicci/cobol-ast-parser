           SET WS-VALID TO TRUE
           MOVE SPACES TO WS-LST-NOTE
           IF MMI-TRAN-TYPE = 'PY' OR 'PU' OR 'RF' OR 'AJ'
               OR 'RV' OR 'TX' OR 'FX' OR 'AL' OR 'IC' OR 'LY'
               CONTINUE
           ELSE
               SET WS-INVALID TO TRUE
