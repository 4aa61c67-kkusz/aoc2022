                 03 IN-LOG-BAY-TO     PIC X(1).
                 03 FILLER            PIC X(4).
                 03 IN-LOG-OP         PIC X(4).
                 03 FILLER            PIC X(7).
                 03 IN-LOG-ORDER      PIC X(6).
                 03 FILLER            PIC X(3).

              FD RBKRPT-IN.
              01 IN-RBKRPT-LINE        PIC X(100).

              01 WS-RUN-DATE           PIC 9(8).
              01 WS-TRACE-CRATE        PIC X(1).
              01 WS-TRACE-ORDER        PIC X(13).
              01 WS-FROM-RAW           PIC X(8).
              01 WS-TO-RAW             PIC X(8).
              01 WS-FROM-DATE          PIC 9(8).
               AND WS-SEQ-NUM > WS-RBK-TO-SEQ
                  MOVE 'Y' TO WS-REVERSED-SW
               END-IF
               MOVE SPACES TO WS-TRACE-ORDER
               IF IN-LOG-MODE = 'DISP'
                  STRING ' ORDER=' IN-LOG-ORDER
                     DELIMITED BY SIZE INTO WS-TRACE-ORDER
               END-IF
               MOVE SPACES TO WS-TRACE-LINE
               STRING 'DATE=' WS-SCAN-DATE
                      ' SEQ=' IN-LOG-SEQ
                      ' BAY-TO=' IN-LOG-BAY-TO
                      ' OP=' IN-LOG-OP
                      ' REVERSED=' WS-REVERSED-SW
                      WS-TRACE-ORDER
                  DELIMITED BY SIZE INTO WS-TRACE-LINE
               WRITE WS-TRACE-LINE
               .
