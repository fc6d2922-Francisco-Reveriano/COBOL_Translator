      * side-by-side the operator compares.
       01 WS-OPS-COUNT           PIC 9(4) VALUE ZEROS.
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-OPS-IDX.
               10 WS-OPS-PROGRAM  PIC X(08).
               10 WS-OPS-CUR-SW   PIC X(01).
               VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT OR PROGRAM-MATCHED
           IF NOT PROGRAM-MATCHED
               IF WS-OPS-COUNT >= 40
                   DISPLAY 'TOO MANY PROGRAMS ON RUN CONTROL'
                   STOP RUN
               END-IF
