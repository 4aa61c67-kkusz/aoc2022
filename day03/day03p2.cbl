           01 WS-REJECT-LINE       PIC X(100).

           FD BADGE-OUT.
           01 WS-BADGE-LINE        PIC X(80).

           FD STOCK-FILE.
           01 IN-STOCK-CARD.
           01 WS-EXCP-REASON       PIC X(8).
           01 WS-EXCP-IMAGE        PIC X(60).

           01 WS-PERD-OPEN-SW      PIC X.
              88 WS-PERD-OPEN           VALUE 'Y'.
           01 WS-RUN-DATE          PIC 9(8).
           01 WS-RUN-ID           PIC X(15).
           01 WS-RUNLOG-PHASE     PIC X(5).
               MOVE ZERO TO LK-DAY03P2-STATUS-CODE
               MOVE SPACES TO LK-DAY03P2-STATUS-REASON
               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO LK-DAY03P2-STATUS-CODE
                  MOVE 'BUSINESS DATE IS CLOSED'
                    TO LK-DAY03P2-STATUS-REASON
                  GOBACK
               END-IF
               ACCEPT WS-HIST-RUN-TIME FROM TIME
               MOVE LK-RUN-ID TO WS-RUN-ID
               MOVE 'START' TO WS-RUNLOG-PHASE
                         ' GROUP=' WS-GROUP-DISP
                         ' BADGE=' WS-BADGE-CHAR
                         ' PRIORITY=' WS-PRIORITY-DISP
                         ' HOLDER=' WS-TRIO-ELF(1)
                         ' WORKGROUP=' WS-MATCHED-GROUP
                     DELIMITED BY SIZE INTO WS-BADGE-LINE
               ELSE
                         ' GROUP=' WS-GROUP-DISP
                         ' BADGE=' WS-BADGE-CHAR
                         ' PRIORITY=' WS-PRIORITY-DISP
                         ' HOLDER=' WS-TRIO-ELF(1)
                     DELIMITED BY SIZE INTO WS-BADGE-LINE
               END-IF
               WRITE WS-BADGE-LINE
