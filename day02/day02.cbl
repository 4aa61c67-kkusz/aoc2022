              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              01 WS-PERD-OPEN-SW               PIC X.
                 88 WS-PERD-OPEN                    VALUE 'Y'.
              01 WS-RUN-DATE                   PIC 9(8).
              01 WS-ROUND-FILE                 PIC X(40).
              01 WS-DETAIL-FILE                PIC X(40)
                                     LK-RUN-ID.

           CALL 'GETBDATE' USING WS-RUN-DATE
           CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                WS-RUN-DATE
                                WS-PERD-OPEN-SW
           IF NOT WS-PERD-OPEN
              MOVE 8 TO LK-DAY02-STATUS-CODE
              MOVE 'BUSINESS DATE IS CLOSED'
                TO LK-DAY02-STATUS-REASON
              GOBACK
           END-IF
           ACCEPT WS-HIST-RUN-TIME FROM TIME
           MOVE WS-HIST-RUN-TIME TO WS-STAT-START-TIME
           MOVE LK-RUN-ID TO WS-RUN-ID
