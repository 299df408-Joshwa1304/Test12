            END-READ.
            IF MASTER-AT-EOF
               GO TO A1010-DONE.
      *
      *     THE RECORD KEYED ON LOW-VALUES IS CCIDRPT1'S RUN CONTROL
      *     RECORD, NOT AN ELEMENT.
      *
            IF MSTR-KEY = LOW-VALUES
               GO TO A1010-LOOP.
            IF INQCARD-CCID NOT = SPACES AND
                  MSTR-CCID NOT = INQCARD-CCID
               GO TO A1010-LOOP.
            END-READ.
            IF MASTER-AT-EOF
               GO TO A1015-SORT.
            IF MSTR-KEY = LOW-VALUES
               GO TO A1015-LOOP.
            WRITE MSTRWRK-DATA FROM MASTER-RECORD.
            GO TO A1015-LOOP.
       A1015-SORT.
