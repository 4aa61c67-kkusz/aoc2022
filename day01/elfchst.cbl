           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELFCHST.

      *****************************************************************
      *  PER-ELF CALORIE HISTORY POSTING.  DAY01CALC CALLS THIS ONCE
      *  PER ELF WITH FUNCTION 'POST' AS IT WRITES THE DAY'S TOTALS,
      *  THEN ONCE WITH 'CLOSE'.  THE HISTORY IS KEYED BY CAMP, ELF
      *  AND BUSINESS DATE; A RERUN OF THE SAME DATE REPLACES THE
      *  ELF'S FIGURE AND COUNTS THE SUPERSESSION, AS HISTMST DOES FOR
      *  PROGRAM METRICS.  ELFTREND READS IT BACK.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CALORIE-HIST ASSIGN TO 'elf_calorie_hist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ECH-KEY
              FILE STATUS IS WS-ECH-STATUS.

           DATA DIVISION.
           FILE SECTION.
              FD CALORIE-HIST.
              01 ECH-RECORD.
                 03 ECH-KEY.
                    05 ECH-CAMP           PIC X(4).
                    05 ECH-ELF            PIC 9(4).
                    05 ECH-DATE           PIC X(8).
                 03 ECH-CALORIES          PIC 9(11).
                 03 ECH-RUN-TIME          PIC X(8).
                 03 ECH-SUPERSEDE-COUNT   PIC 9(3).

           WORKING-STORAGE SECTION.
              01 WS-ECH-STATUS            PIC X(2).
              01 WS-ECH-OPEN-SW           PIC X VALUE 'N'.
                 88 WS-ECH-OPEN                VALUE 'Y'.
              01 WS-ECH-RUN-TIME          PIC 9(8).

           LINKAGE SECTION.
              01 LK-ECH-FUNCTION          PIC X(5).
              01 LK-ECH-CAMP              PIC X(4).
              01 LK-ECH-ELF               PIC 9(4).
              01 LK-ECH-DATE              PIC 9(8).
              01 LK-ECH-CALORIES          PIC 9(11).

           PROCEDURE DIVISION USING LK-ECH-FUNCTION
                                     LK-ECH-CAMP
                                     LK-ECH-ELF
                                     LK-ECH-DATE
                                     LK-ECH-CALORIES.

               IF LK-ECH-FUNCTION = 'CLOSE'
                  IF WS-ECH-OPEN
                     CLOSE CALORIE-HIST
                     MOVE 'N' TO WS-ECH-OPEN-SW
                  END-IF
                  GOBACK
               END-IF

               IF NOT WS-ECH-OPEN
                  OPEN I-O CALORIE-HIST
                  IF WS-ECH-STATUS = '35'
                     OPEN OUTPUT CALORIE-HIST
                     CLOSE CALORIE-HIST
                     OPEN I-O CALORIE-HIST
                  END-IF
                  IF WS-ECH-STATUS NOT = '00'
                     DISPLAY 'ELFCHST: CANNOT OPEN ELF CALORIE HISTORY '
                             '- STATUS ' WS-ECH-STATUS
                     GOBACK
                  END-IF
                  SET WS-ECH-OPEN TO TRUE
                  ACCEPT WS-ECH-RUN-TIME FROM TIME
               END-IF

               MOVE LK-ECH-CAMP TO ECH-CAMP
               MOVE LK-ECH-ELF  TO ECH-ELF
               MOVE LK-ECH-DATE TO ECH-DATE
               READ CALORIE-HIST
               IF WS-ECH-STATUS = '00'
                  ADD 1 TO ECH-SUPERSEDE-COUNT
                  MOVE LK-ECH-CALORIES TO ECH-CALORIES
                  MOVE WS-ECH-RUN-TIME TO ECH-RUN-TIME
                  REWRITE ECH-RECORD
               ELSE
                  MOVE LK-ECH-CAMP     TO ECH-CAMP
                  MOVE LK-ECH-ELF      TO ECH-ELF
                  MOVE LK-ECH-DATE     TO ECH-DATE
                  MOVE LK-ECH-CALORIES TO ECH-CALORIES
                  MOVE WS-ECH-RUN-TIME TO ECH-RUN-TIME
                  MOVE ZERO            TO ECH-SUPERSEDE-COUNT
                  WRITE ECH-RECORD
               END-IF
               IF WS-ECH-STATUS NOT = '00'
                  DISPLAY 'ELFCHST: ELF CALORIE HISTORY WRITE FAILED - '
                          'STATUS ' WS-ECH-STATUS
               END-IF
               GOBACK.
