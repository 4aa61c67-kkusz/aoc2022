           IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMESHT.

      *****************************************************************
      *  ELF LABOR HOURS FROM THE SHIFT WINDOWS DAY04 VALIDATED.  EACH
      *  ELF'S WINDOWS FOR THE DAY ARE MERGED SO THAT OVERLAPPING
      *  WINDOWS ARE COUNTED ONCE, AND THE MINUTES ARE POSTED TO THE
      *  ELF'S LINE FOR THE WEEK (MONDAY TO SUNDAY) ON THE WEEKLY
      *  TIMESHEET.  HOURS OVER OT_THRESHOLD_HOURS IN A WEEK ARE
      *  OVERTIME.  THE CURRENT WEEK IS ALSO WRITTEN AS A CSV EXTRACT
      *  FOR THE SPREADSHEET TEAM.  A RERUN FOR THE SAME DATE REPLACES
      *  THAT DAY'S MINUTES, SO IT GIVES THE SAME TIMESHEET.  A
      *  GENERATION OF THE TIMESHEET IS KEPT BEFORE IT IS REWRITTEN;
      *  IF THE TIMESHEET WILL NOT FIT THE TABLE, OR NO GENERATION
      *  COULD BE KEPT, IT IS LEFT AS IT IS AND THE RUN ENDS RC 8.
      *
      *  SHIFT CARD:  DATE(8) ELF-ID(8) START(HHMM) END(HHMM) RECORD(7)
      *  TIMESHEET:   WEEK-START(8) ELF-ID(8) MON..SUN MINUTES(4 EACH)
      *               TOTAL-HOURS REGULAR-HOURS OVERTIME-HOURS
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SHIFTS-IN ASSIGN TO WS-SHIFT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIFT-STATUS.
              SELECT SHEET-IN ASSIGN TO 'elf_timesheet.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHEET-STATUS.
              SELECT SHEET-OUT ASSIGN TO WS-SHEET-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHEET-STATUS.
              SELECT CSV-OUT ASSIGN TO WS-CSV-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD SHIFTS-IN.
              01 IN-SHIFT-CARD.
                 03 IN-SHIFT-DATE      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-ELF       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-START     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-END       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SHIFT-RECORD    PIC X(7).

              FD SHEET-IN.
              01 IN-SHEET-CARD.
                 03 IN-SHEET-WEEK      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SHEET-ELF       PIC X(8).
                 03 IN-SHEET-DAYS.
                    05 IN-SHEET-DAY OCCURS 7.
                       07 FILLER          PIC X(1).
                       07 IN-SHEET-MINS   PIC X(4).
                 03 FILLER             PIC X(21).

              FD SHEET-OUT.
              01 OUT-SHEET-CARD.
                 03 OUT-SHEET-WEEK     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SHEET-ELF      PIC X(8).
                 03 OUT-SHEET-DAYS.
                    05 OUT-SHEET-DAY OCCURS 7.
                       07 FILLER          PIC X(1).
                       07 OUT-SHEET-MINS  PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SHEET-TOTAL    PIC ZZ9.99.
                 03 FILLER             PIC X(1).
                 03 OUT-SHEET-REGULAR  PIC ZZ9.99.
                 03 FILLER             PIC X(1).
                 03 OUT-SHEET-OVERTIME PIC ZZ9.99.

              FD CSV-OUT.
              01 WS-CSV-LINE        PIC X(100).

           WORKING-STORAGE SECTION.
              01 WS-EXCP-RECORD     PIC X(180).
              01 WS-POST-FILE       PIC X(40).
              01 WS-POST-LEN        PIC 9(3).
              01 WS-POST-STATUS     PIC X(2).
              01 WS-PERD-OPEN-SW    PIC X.
                 88 WS-PERD-OPEN         VALUE 'Y'.
              01 WS-RUN-DATE        PIC 9(8).
              01 WS-RUN-DATE-X      PIC X(8).
              01 WS-HIST-PROGRAM-ID PIC X(8) VALUE 'TIMESHT'.
              01 WS-EXCP-FILE-NAME  PIC X(40).
              01 WS-EXCP-LINE-NO    PIC 9(7).
              01 WS-EXCP-REASON     PIC X(8).
              01 WS-EXCP-IMAGE      PIC X(60).
              01 WS-SHADOW-SW       PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE        VALUE 'Y'.

              01 WS-SHIFT-FILE      PIC X(40)
                 VALUE 'day04_shifts.txt'.
              01 WS-SHEET-FILE      PIC X(40)
                 VALUE 'elf_timesheet.txt'.
              01 WS-CSV-FILE        PIC X(40).
              01 WS-SHIFT-STATUS    PIC X(2).
              01 WS-SHEET-STATUS    PIC X(2).
              01 WS-EOF-SW          PIC X.
                 88 WS-EOF                VALUE 'Y'.

              01 WS-PARM-NAME       PIC X(20).
              01 WS-PARM-VALUE      PIC X(40).
              01 WS-PARM-FOUND-SW   PIC X.
                 88 WS-PARM-FOUND         VALUE 'Y'.
              01 WS-OT-RAW          PIC X(40).
              01 WS-FIELD-LEN       PIC 9(3) COMP.
              01 WS-OT-HOURS        PIC 9(3) VALUE 40.
              01 WS-OT-MINUTES      PIC 9(5).

      *  WEEKS ARE KEYED BY THEIR MONDAY.  ONLY THE LAST THIRTEEN
      *  WEEKS ARE KEPT ON THE TIMESHEET.
              01 WS-KEEP-WEEKS      PIC 9(3) VALUE 13.
              01 WS-RUN-INT         PIC 9(7).
              01 WS-WEEK-INT        PIC 9(7).
              01 WS-OLDEST-INT      PIC 9(7).
              01 WS-ENTRY-INT       PIC 9(7).
              01 WS-ENTRY-DATE      PIC 9(8).
              01 WS-WEEK-START      PIC 9(8).
              01 WS-WEEK-START-X    PIC X(8).
              01 WS-DAY-SLOT        PIC 9(1).
              01 WS-DAY-IX          PIC 9(1).

      *  TODAY'S WINDOWS IN MINUTES FROM MIDNIGHT, IN ELF/START ORDER.
              01 WS-MAX-SH          PIC 9(4) COMP VALUE 5000.
              01 WS-SH-TABLE.
                 03 WS-SH-ENTRY OCCURS 5000.
                    05 WS-SH-KEY.
                       07 WS-SH-ELF      PIC X(8).
                       07 WS-SH-START    PIC 9(4).
                    05 WS-SH-END         PIC 9(4).
              01 WS-SH-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-SH-IX           PIC 9(4) COMP.
              01 WS-SH-IX2          PIC 9(4) COMP.
              01 WS-SH-HOLD         PIC X(16).
              01 WS-SH-FULL-SW      PIC X VALUE 'N'.
                 88 WS-SH-TABLE-FULL      VALUE 'Y'.

              01 WS-TIME-HH         PIC 9(2).
              01 WS-TIME-MM         PIC 9(2).
              01 WS-START-MIN       PIC 9(4).
              01 WS-END-MIN         PIC 9(4).
              01 WS-CUR-ELF         PIC X(8).
              01 WS-CUR-START       PIC 9(4).
              01 WS-CUR-END         PIC 9(4).
              01 WS-ELF-MINUTES     PIC 9(4).

      *  ONE ENTRY PER WEEK PER ELF, KEPT IN WEEK/ELF SEQUENCE -
      *  ROOM FOR THE FULL ELF MASTER (2000) IN EACH OF THE 13 WEEKS.
              01 WS-MAX-TS          PIC 9(5) COMP VALUE 26000.
              01 WS-TS-TABLE.
                 03 WS-TS-ENTRY OCCURS 26000.
                    05 WS-TS-KEY.
                       07 WS-TS-WEEK     PIC X(8).
                       07 WS-TS-ELF      PIC X(8).
                    05 WS-TS-MINS        PIC 9(4) OCCURS 7.
              01 WS-TS-COUNT        PIC 9(5) COMP VALUE 0.
              01 WS-TS-IX           PIC 9(5) COMP.
              01 WS-TS-IX2          PIC 9(5) COMP.
              01 WS-TS-HIT          PIC 9(5) COMP.
              01 WS-TS-HOLD         PIC X(44).
              01 WS-TS-FULL-SW      PIC X VALUE 'N'.
                 88 WS-TS-TABLE-FULL      VALUE 'Y'.

              01 WS-WEEK-MINUTES    PIC 9(5).
              01 WS-REG-MINUTES     PIC 9(5).
              01 WS-OT-MIN-WORKED   PIC 9(5).
              01 WS-HOURS           PIC 9(3)V99.
              01 WS-HOURS-ED        PIC ZZ9.99.
              01 WS-HOURS-TEXT      PIC X(6).
              01 WS-CSV-DAY-TEXT.
                 03 WS-CSV-DAY      PIC X(6) OCCURS 7.
              01 WS-CSV-TOTAL       PIC X(6).
              01 WS-CSV-REGULAR     PIC X(6).
              01 WS-CSV-OVERTIME    PIC X(6).

              01 WS-SHIFTS-READ     PIC 9(5) VALUE 0.
              01 WS-SHIFT-REJECTS   PIC 9(5) VALUE 0.
              01 WS-ELVES-POSTED    PIC 9(5) VALUE 0.
              01 WS-DROPPED-WEEKS   PIC 9(5) VALUE 0.
              01 WS-OT-ELVES        PIC 9(5) VALUE 0.
              01 WS-ROWS-WRITTEN    PIC 9(7) VALUE 0.

              01 WS-BKUP-MASTER     PIC X(40).
              01 WS-BKUP-STATUS     PIC X(2) VALUE '00'.
                 88 WS-BKUP-FAILED        VALUE '08'.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X
               PERFORM LOAD-TIMESHEET-PARMS
               PERFORM SET-WEEK-DATES

               OPEN INPUT SHIFTS-IN
               IF WS-SHIFT-STATUS NOT = '00'
                  DISPLAY 'TIMESHT: NO SHIFT FILE (' WS-SHIFT-FILE
                          ') - NO HOURS POSTED FOR ' WS-RUN-DATE-X
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ SHIFTS-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-SHIFTS-READ
                        PERFORM PROCESS-SHIFT-CARD
                     END-READ
                  END-PERFORM
                  CLOSE SHIFTS-IN
               END-IF
               PERFORM SORT-SHIFT-TABLE

               PERFORM LOAD-TIMESHEET
               IF WS-SHEET-STATUS NOT = '00' AND NOT = '10'
               AND WS-SHEET-STATUS NOT = '35'
                  DISPLAY 'TIMESHT: elf_timesheet.txt UNREADABLE ('
                          WS-SHEET-STATUS ') - TIMESHEET NOT UPDATED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM POST-MERGED-SHIFTS
               PERFORM SORT-TIMESHEET-TABLE
               IF WS-TS-TABLE-FULL
                  DISPLAY 'TIMESHT: TIMESHEET TABLE FULL AT '
                          WS-TS-COUNT ' - TIMESHEET NOT REWRITTEN'
               ELSE
                  IF NOT WS-SHADOW-MODE
                     MOVE WS-SHEET-FILE TO WS-BKUP-MASTER
                     PERFORM KEEP-MASTER-GENERATION
                  END-IF
                  IF NOT WS-BKUP-FAILED
                     PERFORM WRITE-TIMESHEET
                  END-IF
               END-IF
               PERFORM WRITE-TIMESHEET-EXTRACT

               DISPLAY 'TIMESHT: ' WS-SHIFTS-READ ' SHIFT(S) READ, '
                       WS-ELVES-POSTED ' ELF(S) POSTED FOR '
                       WS-RUN-DATE-X ', WEEK OF ' WS-WEEK-START-X
               DISPLAY 'TIMESHT: ' WS-OT-ELVES ' ELF(S) OVER '
                       WS-OT-HOURS ' HOURS THIS WEEK'
               DISPLAY 'EXTRACT: ' WS-ROWS-WRITTEN
                       ' ROW(S) TO ' WS-CSV-FILE
               IF WS-SH-TABLE-FULL
                  DISPLAY 'TIMESHT: SHIFT TABLE FULL AT '
                          WS-SH-COUNT ' - LATER SHIFTS IGNORED'
               END-IF
               IF WS-SHIFT-REJECTS > ZERO
                  DISPLAY 'TIMESHT: ' WS-SHIFT-REJECTS
                          ' SHIFT CARD(S) REJECTED'
               END-IF
               EVALUATE TRUE
                  WHEN WS-TS-TABLE-FULL OR WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                  WHEN WS-SHIFT-REJECTS > ZERO OR WS-SH-TABLE-FULL
                     MOVE 4 TO RETURN-CODE
               END-EVALUATE
               GOBACK.

           LOAD-TIMESHEET-PARMS SECTION.
               MOVE SPACES TO WS-OT-RAW
               MOVE 'OT_THRESHOLD_HOURS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-OT-RAW
               ELSE
                  ACCEPT WS-OT-RAW FROM ENVIRONMENT 'OT_THRESHOLD_HOURS'
               END-IF
               IF WS-OT-RAW NOT = SPACES
                  MOVE ZERO TO WS-FIELD-LEN
                  INSPECT WS-OT-RAW TALLYING WS-FIELD-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 3
                  AND WS-OT-RAW(1:WS-FIELD-LEN) IS NUMERIC
                     MOVE WS-OT-RAW(1:WS-FIELD-LEN) TO WS-OT-HOURS
                  ELSE
                     DISPLAY 'TIMESHT: OT_THRESHOLD_HOURS ' WS-OT-RAW
                             ' NOT VALID - USING ' WS-OT-HOURS
                  END-IF
               END-IF
               COMPUTE WS-OT-MINUTES = WS-OT-HOURS * 60
               MOVE 'SHADOW_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  SET WS-SHADOW-MODE TO TRUE
                  MOVE 'shadow_day04_shifts.txt'
                    TO WS-SHIFT-FILE
                  MOVE 'shadow_elf_timesheet.txt'
                    TO WS-SHEET-FILE
               END-IF
               MOVE SPACES TO WS-CSV-FILE
               IF WS-SHADOW-MODE
                  STRING 'shadow_timesheet_' WS-RUN-DATE '.csv'
                     DELIMITED BY SIZE INTO WS-CSV-FILE
               ELSE
                  STRING 'timesheet_' WS-RUN-DATE '.csv'
                     DELIMITED BY SIZE INTO WS-CSV-FILE
               END-IF
               .

      *****************************************************************
      *  INTEGER DAY 1 (1601-01-01) IS A MONDAY, SO THE DAY OF THE
      *  WEEK IS MOD(DAY - 1, 7) + 1 WITH MONDAY AS 1.
      *****************************************************************
           SET-WEEK-DATES SECTION.
               COMPUTE WS-RUN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-DAY-SLOT =
                       FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
               COMPUTE WS-WEEK-INT = WS-RUN-INT - WS-DAY-SLOT + 1
               COMPUTE WS-WEEK-START =
                       FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
               MOVE WS-WEEK-START TO WS-WEEK-START-X
               COMPUTE WS-OLDEST-INT =
                       WS-WEEK-INT - (WS-KEEP-WEEKS - 1) * 7
               .

           PROCESS-SHIFT-CARD SECTION.
               MOVE SPACES TO WS-EXCP-REASON
               EVALUATE TRUE
                  WHEN IN-SHIFT-DATE NOT = WS-RUN-DATE-X
                     MOVE 'WRONGDAY' TO WS-EXCP-REASON
                  WHEN IN-SHIFT-ELF = SPACES
                     MOVE 'NOELF' TO WS-EXCP-REASON
                  WHEN IN-SHIFT-START IS NOT NUMERIC
                  OR   IN-SHIFT-END IS NOT NUMERIC
                     MOVE 'BADTIME' TO WS-EXCP-REASON
                  WHEN OTHER
                     MOVE IN-SHIFT-START(1:2) TO WS-TIME-HH
                     MOVE IN-SHIFT-START(3:2) TO WS-TIME-MM
                     COMPUTE WS-START-MIN =
                             WS-TIME-HH * 60 + WS-TIME-MM
                     IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                        MOVE 'BADTIME' TO WS-EXCP-REASON
                     END-IF
                     MOVE IN-SHIFT-END(1:2) TO WS-TIME-HH
                     MOVE IN-SHIFT-END(3:2) TO WS-TIME-MM
                     COMPUTE WS-END-MIN =
                             WS-TIME-HH * 60 + WS-TIME-MM
                     IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                     OR WS-END-MIN < WS-START-MIN
                        MOVE 'BADTIME' TO WS-EXCP-REASON
                     END-IF
               END-EVALUATE
               IF WS-EXCP-REASON NOT = SPACES
                  ADD 1 TO WS-SHIFT-REJECTS
                  DISPLAY 'TIMESHT: REJECTED ' WS-EXCP-REASON
                          ' SHIFT CARD: ' IN-SHIFT-CARD
                  MOVE WS-SHIFT-FILE     TO WS-EXCP-FILE-NAME
                  MOVE WS-SHIFTS-READ    TO WS-EXCP-LINE-NO
                  MOVE IN-SHIFT-CARD     TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               ELSE
                  IF WS-SH-COUNT < WS-MAX-SH
                     ADD 1 TO WS-SH-COUNT
                     MOVE IN-SHIFT-ELF TO WS-SH-ELF(WS-SH-COUNT)
                     MOVE WS-START-MIN TO WS-SH-START(WS-SH-COUNT)
                     MOVE WS-END-MIN   TO WS-SH-END(WS-SH-COUNT)
                  ELSE
                     SET WS-SH-TABLE-FULL TO TRUE
                  END-IF
               END-IF
               .

           SORT-SHIFT-TABLE SECTION.
               PERFORM VARYING WS-SH-IX FROM 2 BY 1
                       UNTIL WS-SH-IX > WS-SH-COUNT
                  MOVE WS-SH-ENTRY(WS-SH-IX) TO WS-SH-HOLD
                  MOVE WS-SH-IX TO WS-SH-IX2
                  PERFORM UNTIL WS-SH-IX2 <= 1
                          OR WS-SH-KEY(WS-SH-IX2 - 1)
                             <= WS-SH-HOLD(1:12)
                     MOVE WS-SH-ENTRY(WS-SH-IX2 - 1)
                       TO WS-SH-ENTRY(WS-SH-IX2)
                     SUBTRACT 1 FROM WS-SH-IX2
                  END-PERFORM
                  MOVE WS-SH-HOLD TO WS-SH-ENTRY(WS-SH-IX2)
               END-PERFORM
               .

      *****************************************************************
      *  WEEKS OLDER THAN THE RETENTION ARE DROPPED, AND THE RUN DATE'S
      *  DAY IS CLEARED ON THE CURRENT WEEK SO IT IS REPOSTED CLEAN.
      *****************************************************************
           LOAD-TIMESHEET SECTION.
               OPEN INPUT SHEET-IN
               IF WS-SHEET-STATUS = '00'
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ SHEET-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        PERFORM LOAD-TIMESHEET-CARD
                     END-READ
                  END-PERFORM
                  CLOSE SHEET-IN
                  MOVE '00' TO WS-SHEET-STATUS
               END-IF
               .

           LOAD-TIMESHEET-CARD SECTION.
               IF IN-SHEET-WEEK IS NUMERIC
                  MOVE IN-SHEET-WEEK TO WS-ENTRY-DATE
                  COMPUTE WS-ENTRY-INT =
                          FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
                  IF WS-ENTRY-INT < WS-OLDEST-INT
                     ADD 1 TO WS-DROPPED-WEEKS
                  ELSE
                     IF WS-TS-COUNT < WS-MAX-TS
                        ADD 1 TO WS-TS-COUNT
                        MOVE IN-SHEET-WEEK TO WS-TS-WEEK(WS-TS-COUNT)
                        MOVE IN-SHEET-ELF  TO WS-TS-ELF(WS-TS-COUNT)
                        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                                UNTIL WS-DAY-IX > 7
                           IF IN-SHEET-MINS(WS-DAY-IX) IS NUMERIC
                              MOVE IN-SHEET-MINS(WS-DAY-IX)
                                TO WS-TS-MINS(WS-TS-COUNT, WS-DAY-IX)
                           ELSE
                              MOVE ZERO
                                TO WS-TS-MINS(WS-TS-COUNT, WS-DAY-IX)
                           END-IF
                        END-PERFORM
                        IF IN-SHEET-WEEK = WS-WEEK-START-X
                           MOVE ZERO
                             TO WS-TS-MINS(WS-TS-COUNT, WS-DAY-SLOT)
                        END-IF
                     ELSE
                        SET WS-TS-TABLE-FULL TO TRUE
                     END-IF
                  END-IF
               END-IF
               .

      *****************************************************************
      *  WALK EACH ELF'S WINDOWS IN START ORDER.  A WINDOW STARTING
      *  BEFORE THE CURRENT ONE ENDS EXTENDS IT INSTEAD OF ADDING TO
      *  IT, SO TIME ON TWO ASSIGNMENTS AT ONCE IS COUNTED ONCE.
      *****************************************************************
           POST-MERGED-SHIFTS SECTION.
               MOVE SPACES TO WS-CUR-ELF
               MOVE ZERO TO WS-ELF-MINUTES
               PERFORM VARYING WS-SH-IX FROM 1 BY 1
                       UNTIL WS-SH-IX > WS-SH-COUNT
                  IF WS-SH-ELF(WS-SH-IX) NOT = WS-CUR-ELF
                     IF WS-CUR-ELF NOT = SPACES
                        COMPUTE WS-ELF-MINUTES = WS-ELF-MINUTES
                                + WS-CUR-END - WS-CUR-START
                        PERFORM POST-ELF-MINUTES
                     END-IF
                     MOVE WS-SH-ELF(WS-SH-IX)   TO WS-CUR-ELF
                     MOVE WS-SH-START(WS-SH-IX) TO WS-CUR-START
                     MOVE WS-SH-END(WS-SH-IX)   TO WS-CUR-END
                     MOVE ZERO TO WS-ELF-MINUTES
                  ELSE
                     IF WS-SH-START(WS-SH-IX) <= WS-CUR-END
                        IF WS-SH-END(WS-SH-IX) > WS-CUR-END
                           MOVE WS-SH-END(WS-SH-IX) TO WS-CUR-END
                        END-IF
                     ELSE
                        COMPUTE WS-ELF-MINUTES = WS-ELF-MINUTES
                                + WS-CUR-END - WS-CUR-START
                        MOVE WS-SH-START(WS-SH-IX) TO WS-CUR-START
                        MOVE WS-SH-END(WS-SH-IX)   TO WS-CUR-END
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-CUR-ELF NOT = SPACES
                  COMPUTE WS-ELF-MINUTES = WS-ELF-MINUTES
                          + WS-CUR-END - WS-CUR-START
                  PERFORM POST-ELF-MINUTES
               END-IF
               .

           POST-ELF-MINUTES SECTION.
               MOVE ZERO TO WS-TS-HIT
               PERFORM VARYING WS-TS-IX FROM 1 BY 1
                       UNTIL WS-TS-IX > WS-TS-COUNT
                          OR WS-TS-HIT > ZERO
                  IF  WS-TS-WEEK(WS-TS-IX) = WS-WEEK-START-X
                  AND WS-TS-ELF(WS-TS-IX)  = WS-CUR-ELF
                     MOVE WS-TS-IX TO WS-TS-HIT
                  END-IF
               END-PERFORM
               IF WS-TS-HIT = ZERO
                  IF WS-TS-COUNT < WS-MAX-TS
                     ADD 1 TO WS-TS-COUNT
                     MOVE WS-TS-COUNT TO WS-TS-HIT
                     MOVE WS-WEEK-START-X TO WS-TS-WEEK(WS-TS-HIT)
                     MOVE WS-CUR-ELF      TO WS-TS-ELF(WS-TS-HIT)
                     PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                             UNTIL WS-DAY-IX > 7
                        MOVE ZERO TO WS-TS-MINS(WS-TS-HIT, WS-DAY-IX)
                     END-PERFORM
                  ELSE
                     SET WS-TS-TABLE-FULL TO TRUE
                  END-IF
               END-IF
               IF WS-TS-HIT > ZERO
                  MOVE WS-ELF-MINUTES
                    TO WS-TS-MINS(WS-TS-HIT, WS-DAY-SLOT)
                  ADD 1 TO WS-ELVES-POSTED
               END-IF
               .

           SORT-TIMESHEET-TABLE SECTION.
               PERFORM VARYING WS-TS-IX FROM 2 BY 1
                       UNTIL WS-TS-IX > WS-TS-COUNT
                  MOVE WS-TS-ENTRY(WS-TS-IX) TO WS-TS-HOLD
                  MOVE WS-TS-IX TO WS-TS-IX2
                  PERFORM UNTIL WS-TS-IX2 <= 1
                          OR WS-TS-KEY(WS-TS-IX2 - 1)
                             <= WS-TS-HOLD(1:16)
                     MOVE WS-TS-ENTRY(WS-TS-IX2 - 1)
                       TO WS-TS-ENTRY(WS-TS-IX2)
                     SUBTRACT 1 FROM WS-TS-IX2
                  END-PERFORM
                  MOVE WS-TS-HOLD TO WS-TS-ENTRY(WS-TS-IX2)
               END-PERFORM
               .

           WRITE-TIMESHEET SECTION.
               OPEN OUTPUT SHEET-OUT
               PERFORM VARYING WS-TS-IX FROM 1 BY 1
                       UNTIL WS-TS-IX > WS-TS-COUNT
                  PERFORM SPLIT-WEEK-MINUTES
                  MOVE SPACES TO OUT-SHEET-CARD
                  MOVE WS-TS-WEEK(WS-TS-IX) TO OUT-SHEET-WEEK
                  MOVE WS-TS-ELF(WS-TS-IX)  TO OUT-SHEET-ELF
                  PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                          UNTIL WS-DAY-IX > 7
                     MOVE WS-TS-MINS(WS-TS-IX, WS-DAY-IX)
                       TO OUT-SHEET-MINS(WS-DAY-IX)
                  END-PERFORM
                  COMPUTE WS-HOURS ROUNDED = WS-WEEK-MINUTES / 60
                  MOVE WS-HOURS TO OUT-SHEET-TOTAL
                  COMPUTE WS-HOURS ROUNDED = WS-REG-MINUTES / 60
                  MOVE WS-HOURS TO OUT-SHEET-REGULAR
                  COMPUTE WS-HOURS ROUNDED = WS-OT-MIN-WORKED / 60
                  MOVE WS-HOURS TO OUT-SHEET-OVERTIME
                  WRITE OUT-SHEET-CARD
               END-PERFORM
               CLOSE SHEET-OUT
               .

      *****************************************************************
      *  THE THRESHOLD APPLIES TO THE WEEK AS A WHOLE: MINUTES UP TO IT
      *  ARE REGULAR AND EVERYTHING ABOVE IT IS OVERTIME.
      *****************************************************************
           SPLIT-WEEK-MINUTES SECTION.
               MOVE ZERO TO WS-WEEK-MINUTES
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > 7
                  ADD WS-TS-MINS(WS-TS-IX, WS-DAY-IX)
                      TO WS-WEEK-MINUTES
               END-PERFORM
               IF WS-WEEK-MINUTES > WS-OT-MINUTES
                  MOVE WS-OT-MINUTES TO WS-REG-MINUTES
                  COMPUTE WS-OT-MIN-WORKED =
                          WS-WEEK-MINUTES - WS-OT-MINUTES
               ELSE
                  MOVE WS-WEEK-MINUTES TO WS-REG-MINUTES
                  MOVE ZERO TO WS-OT-MIN-WORKED
               END-IF
               .

           WRITE-TIMESHEET-EXTRACT SECTION.
               MOVE ZERO TO WS-ROWS-WRITTEN
               OPEN OUTPUT CSV-OUT
               MOVE SPACES TO WS-CSV-LINE
               STRING 'WEEK_START,ELF,MON,TUE,WED,THU,FRI,SAT,SUN,'
                      'TOTAL,REGULAR,OVERTIME'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE WS-CSV-LINE
               PERFORM VARYING WS-TS-IX FROM 1 BY 1
                       UNTIL WS-TS-IX > WS-TS-COUNT
                  IF WS-TS-WEEK(WS-TS-IX) = WS-WEEK-START-X
                     PERFORM WRITE-EXTRACT-ROW
                  END-IF
               END-PERFORM
               CLOSE CSV-OUT
               .

           WRITE-EXTRACT-ROW SECTION.
               PERFORM SPLIT-WEEK-MINUTES
               IF WS-OT-MIN-WORKED > ZERO
                  ADD 1 TO WS-OT-ELVES
               END-IF
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > 7
                  COMPUTE WS-HOURS ROUNDED =
                          WS-TS-MINS(WS-TS-IX, WS-DAY-IX) / 60
                  PERFORM FORMAT-HOURS
                  MOVE WS-HOURS-TEXT TO WS-CSV-DAY(WS-DAY-IX)
               END-PERFORM
               COMPUTE WS-HOURS ROUNDED = WS-WEEK-MINUTES / 60
               PERFORM FORMAT-HOURS
               MOVE WS-HOURS-TEXT TO WS-CSV-TOTAL
               COMPUTE WS-HOURS ROUNDED = WS-REG-MINUTES / 60
               PERFORM FORMAT-HOURS
               MOVE WS-HOURS-TEXT TO WS-CSV-REGULAR
               COMPUTE WS-HOURS ROUNDED = WS-OT-MIN-WORKED / 60
               PERFORM FORMAT-HOURS
               MOVE WS-HOURS-TEXT TO WS-CSV-OVERTIME
               MOVE SPACES TO WS-CSV-LINE
               STRING WS-TS-WEEK(WS-TS-IX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-TS-ELF(WS-TS-IX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(1) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(2) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(3) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(4) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(5) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(6) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-DAY(7) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-TOTAL DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-REGULAR DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-CSV-OVERTIME DELIMITED BY SPACE
                  INTO WS-CSV-LINE
               WRITE WS-CSV-LINE
               ADD 1 TO WS-ROWS-WRITTEN
               .

      *  HOURS AS 9.99 WITH THE LEADING BLANKS OF THE EDITED FIELD
      *  DROPPED, SO THE SPREADSHEET READS THEM AS NUMBERS.
           FORMAT-HOURS SECTION.
               MOVE WS-HOURS TO WS-HOURS-ED
               MOVE ZERO TO WS-FIELD-LEN
               INSPECT WS-HOURS-ED TALLYING WS-FIELD-LEN
                  FOR LEADING SPACES
               MOVE SPACES TO WS-HOURS-TEXT
               MOVE WS-HOURS-ED(WS-FIELD-LEN + 1:) TO WS-HOURS-TEXT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
