              01 WS-RUNLOG-PHASE     PIC X(5).
              01 WS-RUNLOG-STAT-CODE PIC 9(2) VALUE 0.
              01 WS-RUNLOG-TIME      PIC 9(8).
              01 WS-PERD-OPEN-SW     PIC X.
                 88 WS-PERD-OPEN          VALUE 'Y'.
              01 WS-RUN-DATE         PIC 9(8).
              01 WS-CALORIES-FILE    PIC X(40).

              01 WS-ELF-COUNT        PIC 9(4).
              01 WS-THIS-CAMP        PIC X(4) VALUE 'MAIN'.
              01 WS-TOTALS-SW        PIC X VALUE 'N'.
              01 WS-PART-ID          PIC X(2) VALUE SPACES.
              01 WS-RANK             PIC 9(2)  COMP.
              01 WS-RANK-DISP        PIC 99.
              01 WS-ELF-ID           PIC X(8).
                                     LK-DAY01P2-STATUS
                                     LK-RUN-ID.
              CALL 'GETBDATE' USING WS-RUN-DATE
              CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                   WS-RUN-DATE
                                   WS-PERD-OPEN-SW
              IF NOT WS-PERD-OPEN
                 MOVE 8 TO LK-DAY01P2-STATUS-CODE
                 MOVE 'BUSINESS DATE IS CLOSED'
                   TO LK-DAY01P2-STATUS-REASON
                 GOBACK
              END-IF
              ACCEPT WS-HIST-RUN-TIME FROM TIME
              MOVE LK-RUN-ID TO WS-RUN-ID
              MOVE 'START' TO WS-RUNLOG-PHASE
                                      WS-THIS-CAMP
                                      WS-ELF-COUNT
                                      WS-TOTALS-SW
                                      WS-PART-ID
              CANCEL 'DAY01CALC'

              IF WS-CALC-STATUS-CODE = ZERO
