            END-READ.
            IF MASTER-AT-EOF
               GO TO A1010-DONE.
      *
      *     THE RECORD KEYED ON LOW-VALUES IS CCIDRPT1'S RUN CONTROL
      *     RECORD, NOT AN ELEMENT, AND IS NEVER PURGED.
      *
            IF MSTR-KEY = LOW-VALUES
               GO TO A1010-LOOP.
            ADD 1 TO WS-READ-CNT.
            MOVE MSTR-CCID       TO DET1-CCID.
            MOVE MSTR-ELEMENT    TO DET1-ELEMENT.
