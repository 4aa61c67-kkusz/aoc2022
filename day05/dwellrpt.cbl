           IDENTIFICATION DIVISION.
           PROGRAM-ID. DWELLRPT.
      *****************************************************************
      *  CRATE DWELL-TIME AGING REPORT.  READS TONIGHT'S YARD
      *  INVENTORY, WHERE DAY05 CARRIES EACH CRATE'S ARRIVAL DATE
      *  FORWARD FROM NIGHT TO NIGHT, AND BUCKETS THE CRATES BY DAYS
      *  IN THE YARD PER BAY AND PER HAZARD CLASS FROM THE CRATE
      *  MASTER.  CRATES HELD LONGER THAN STORAGE_DAYS_LIMIT DAYS ARE
      *  LISTED SO THEIR CONSIGNEES CAN BE CHASED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INVENTORY-IN ASSIGN TO 'day05_inventory.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVENTORY-STATUS.
              SELECT CRATE-MASTER ASSIGN TO 'crate_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRATE-MST-STATUS.
              SELECT REPORT-OUT ASSIGN TO 'day05_dwell.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD INVENTORY-IN.
              01 IN-INVENTORY-LINE.
                 03 FILLER                 PIC X(6).
                 03 IN-INV-STACK           PIC X(2).
                 03 FILLER                 PIC X(5).
                 03 IN-INV-POS             PIC X(3).
                 03 FILLER                 PIC X(7).
                 03 IN-INV-CRATE           PIC X(1).
                 03 FILLER                 PIC X(5).
                 03 IN-INV-BAY             PIC X(1).
                 03 FILLER                 PIC X(11).
                 03 IN-INV-BAY-STACK       PIC X(2).
                 03 FILLER                 PIC X(9).
                 03 IN-INV-ARRIVED         PIC X(8).
                 03 FILLER                 PIC X(20).

              FD CRATE-MASTER.
              01 IN-CRATE-CARD.
                 03 IN-CRATE-LETTER        PIC X(1).
                 03 FILLER                 PIC X(1).
                 03 IN-CRATE-DESC          PIC X(20).
                 03 FILLER                 PIC X(1).
                 03 IN-CRATE-WEIGHT        PIC X(5).
                 03 FILLER                 PIC X(1).
                 03 IN-CRATE-HAZARD        PIC X(1).

              FD REPORT-OUT.
              01 WS-REPORT-LINE               PIC X(132).

           WORKING-STORAGE SECTION.

               01 WS-INVENTORY-STATUS         PIC X(2).
               01 WS-CRATE-MST-STATUS         PIC X(2).
               01 WS-RUN-DATE                 PIC 9(8).

               01 WS-PARM-NAME                PIC X(20).
               01 WS-PARM-VALUE               PIC X(40).
               01 WS-PARM-FOUND-SW            PIC X.
                  88 WS-PARM-FOUND                     VALUE 'Y'.
               01 WS-PARM-LEN                 PIC 9(3) COMP.
               01 WS-DAYS-LIMIT               PIC 9(4) VALUE 30.

               01 WS-CRATE-EOF-SW             PIC X.
                  88 WS-CRATE-EOF                      VALUE 'Y'.
               01 WS-CRATE-MST-SW             PIC X VALUE 'N'.
                  88 WS-CRATE-MST-LOADED               VALUE 'Y'.
               01 WS-MAX-CRATES               PIC 9(3) COMP VALUE 100.
               01 WS-CRATE-TABLE.
                  03 WS-CRATE-ENTRY OCCURS 100.
                     05 WS-CRATE-LETTER      PIC X(1).
                     05 WS-CRATE-DESC        PIC X(20).
                     05 WS-CRATE-HAZARD      PIC X(1).
               01 WS-CRATE-COUNT              PIC 9(3) COMP VALUE 0.
               01 WS-CRATE-IX                 PIC 9(3) COMP.
               01 WS-LOOK-DESC                PIC X(20).
               01 WS-LOOK-HAZARD              PIC X(1).

      *  BUCKET UPPER BOUNDS IN DAYS; THE LAST BUCKET IS OPEN-ENDED.
               01 WS-BUCKET-BOUNDS-DATA.
                  03 FILLER                  PIC 9(4) VALUE 7.
                  03 FILLER                  PIC 9(4) VALUE 14.
                  03 FILLER                  PIC 9(4) VALUE 30.
                  03 FILLER                  PIC 9(4) VALUE 60.
                  03 FILLER                  PIC 9(4) VALUE 9999.
               01 WS-BUCKET-BOUNDS REDEFINES WS-BUCKET-BOUNDS-DATA.
                  03 WS-BUCKET-HIGH          PIC 9(4) OCCURS 5.
               01 WS-BUCKET-IX                PIC 9 COMP.

               01 WS-MAX-GROUPS               PIC 9(2) COMP VALUE 30.
               01 WS-BAY-TABLE.
                  03 WS-BAY-ENTRY OCCURS 30.
                     05 WS-BAY-KEY           PIC X(1).
                     05 WS-BAY-COUNT         PIC 9(5) OCCURS 5.
                     05 WS-BAY-TOTAL         PIC 9(5).
               01 WS-BAY-USED                 PIC 9(2) COMP VALUE 0.
               01 WS-HAZ-TABLE.
                  03 WS-HAZ-ENTRY OCCURS 30.
                     05 WS-HAZ-KEY           PIC X(1).
                     05 WS-HAZ-COUNT         PIC 9(5) OCCURS 5.
                     05 WS-HAZ-TOTAL         PIC 9(5).
               01 WS-HAZ-USED                 PIC 9(2) COMP VALUE 0.
               01 WS-GRP-IX                   PIC 9(2) COMP.
               01 WS-GRP-FOUND                PIC 9(2) COMP.

               01 WS-ARRIVED                  PIC 9(8).
               01 WS-DAYS-IN-YARD             PIC S9(5).
               01 WS-DAYS-DISP                PIC 9(5).
               01 WS-CRATES-READ              PIC 9(5) VALUE 0.
               01 WS-UNDATED-COUNT            PIC 9(5) VALUE 0.
               01 WS-OVER-COUNT               PIC 9(5) VALUE 0.
               01 WS-OLDEST-DAYS              PIC 9(5) VALUE 0.
               01 WS-OVER-MAX                 PIC 9(3) COMP VALUE 500.
               01 WS-OVER-TABLE.
                  03 WS-OVER-LINE            PIC X(132) OCCURS 500.
               01 WS-OVER-IX                  PIC 9(3) COMP.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE

               MOVE 'STORAGE_DAYS_LIMIT' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 5
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-DAYS-LIMIT
                  END-IF
               END-IF

               PERFORM LOAD-CRATE-MASTER

               OPEN INPUT INVENTORY-IN
               IF WS-INVENTORY-STATUS NOT = '00'
                  DISPLAY 'DWELLRPT: NO YARD INVENTORY ON FILE - '
                          'NOTHING TO AGE'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM UNTIL WS-INVENTORY-STATUS NOT = '00'
                  READ INVENTORY-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     IF  IN-INVENTORY-LINE(1:6) = 'STACK='
                     AND IN-INV-CRATE NOT = SPACE
                        PERFORM AGE-ONE-CRATE
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE INVENTORY-IN

               PERFORM WRITE-DWELL-REPORT

               DISPLAY 'DWELLRPT: ' WS-CRATES-READ ' CRATES AGED, '
                       WS-OVER-COUNT ' OVER ' WS-DAYS-LIMIT
                       ' DAYS - SEE DAY05_DWELL.TXT'
               IF WS-UNDATED-COUNT > ZERO
                  DISPLAY 'DWELLRPT: ' WS-UNDATED-COUNT ' CRATES '
                          'CARRY NO ARRIVAL DATE - AGED FROM TODAY'
               END-IF
               IF WS-OVER-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CRATE-MASTER SECTION.
               MOVE 'N' TO WS-CRATE-EOF-SW
               OPEN INPUT CRATE-MASTER
               IF WS-CRATE-MST-STATUS NOT = '00'
                  DISPLAY 'DWELLRPT: NO CRATE MASTER - HAZARD '
                          'CLASSES SHOWN AS ?'
               ELSE
                  SET WS-CRATE-MST-LOADED TO TRUE
                  PERFORM UNTIL WS-CRATE-EOF
                     READ CRATE-MASTER
                     AT END
                        SET WS-CRATE-EOF TO TRUE
                     NOT AT END
                        IF  WS-CRATE-COUNT < WS-MAX-CRATES
                        AND IN-CRATE-LETTER NOT = SPACE
                           ADD 1 TO WS-CRATE-COUNT
                           MOVE IN-CRATE-LETTER
                             TO WS-CRATE-LETTER(WS-CRATE-COUNT)
                           MOVE IN-CRATE-DESC
                             TO WS-CRATE-DESC(WS-CRATE-COUNT)
                           MOVE IN-CRATE-HAZARD
                             TO WS-CRATE-HAZARD(WS-CRATE-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CRATE-MASTER
               END-IF
               .

           LOOK-UP-CRATE SECTION.
               MOVE 'UNKNOWN' TO WS-LOOK-DESC
               MOVE '?' TO WS-LOOK-HAZARD
               PERFORM VARYING WS-CRATE-IX FROM 1 BY 1
                       UNTIL WS-CRATE-IX > WS-CRATE-COUNT
                  IF WS-CRATE-LETTER(WS-CRATE-IX) = IN-INV-CRATE
                     MOVE WS-CRATE-DESC(WS-CRATE-IX) TO WS-LOOK-DESC
                     MOVE WS-CRATE-HAZARD(WS-CRATE-IX)
                       TO WS-LOOK-HAZARD
                     MOVE WS-CRATE-COUNT TO WS-CRATE-IX
                  END-IF
               END-PERFORM
               IF WS-LOOK-HAZARD = SPACE
                  MOVE '-' TO WS-LOOK-HAZARD
               END-IF
               .

      *****************************************************************
      *  AN INVENTORY LINE WITHOUT AN ARRIVAL DATE (WRITTEN BEFORE
      *  DATES WERE CARRIED) IS AGED FROM TODAY.
      *****************************************************************
           AGE-ONE-CRATE SECTION.
               ADD 1 TO WS-CRATES-READ
               IF IN-INV-ARRIVED IS NUMERIC
               AND IN-INV-ARRIVED > '00000000'
                  MOVE IN-INV-ARRIVED TO WS-ARRIVED
               ELSE
                  MOVE WS-RUN-DATE TO WS-ARRIVED
                  ADD 1 TO WS-UNDATED-COUNT
               END-IF
               COMPUTE WS-DAYS-IN-YARD =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-ARRIVED)
               IF WS-DAYS-IN-YARD < ZERO
                  MOVE ZERO TO WS-DAYS-IN-YARD
               END-IF
               MOVE WS-DAYS-IN-YARD TO WS-DAYS-DISP
               IF WS-DAYS-DISP > WS-OLDEST-DAYS
                  MOVE WS-DAYS-DISP TO WS-OLDEST-DAYS
               END-IF

               MOVE 1 TO WS-BUCKET-IX
               PERFORM UNTIL WS-BUCKET-IX >= 5
                       OR WS-DAYS-DISP <= WS-BUCKET-HIGH(WS-BUCKET-IX)
                  ADD 1 TO WS-BUCKET-IX
               END-PERFORM

               PERFORM LOOK-UP-CRATE

               MOVE ZERO TO WS-GRP-FOUND
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-BAY-USED
                  IF WS-BAY-KEY(WS-GRP-IX) = IN-INV-BAY
                     MOVE WS-GRP-IX TO WS-GRP-FOUND
                     MOVE WS-BAY-USED TO WS-GRP-IX
                  END-IF
               END-PERFORM
               IF  WS-GRP-FOUND = ZERO
               AND WS-BAY-USED < WS-MAX-GROUPS
                  ADD 1 TO WS-BAY-USED
                  MOVE WS-BAY-USED TO WS-GRP-FOUND
                  MOVE IN-INV-BAY TO WS-BAY-KEY(WS-GRP-FOUND)
                  MOVE ZERO TO WS-BAY-COUNT(WS-GRP-FOUND, 1)
                               WS-BAY-COUNT(WS-GRP-FOUND, 2)
                               WS-BAY-COUNT(WS-GRP-FOUND, 3)
                               WS-BAY-COUNT(WS-GRP-FOUND, 4)
                               WS-BAY-COUNT(WS-GRP-FOUND, 5)
                               WS-BAY-TOTAL(WS-GRP-FOUND)
               END-IF
               IF WS-GRP-FOUND > ZERO
                  ADD 1 TO WS-BAY-COUNT(WS-GRP-FOUND, WS-BUCKET-IX)
                           WS-BAY-TOTAL(WS-GRP-FOUND)
               END-IF

               MOVE ZERO TO WS-GRP-FOUND
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-HAZ-USED
                  IF WS-HAZ-KEY(WS-GRP-IX) = WS-LOOK-HAZARD
                     MOVE WS-GRP-IX TO WS-GRP-FOUND
                     MOVE WS-HAZ-USED TO WS-GRP-IX
                  END-IF
               END-PERFORM
               IF  WS-GRP-FOUND = ZERO
               AND WS-HAZ-USED < WS-MAX-GROUPS
                  ADD 1 TO WS-HAZ-USED
                  MOVE WS-HAZ-USED TO WS-GRP-FOUND
                  MOVE WS-LOOK-HAZARD TO WS-HAZ-KEY(WS-GRP-FOUND)
                  MOVE ZERO TO WS-HAZ-COUNT(WS-GRP-FOUND, 1)
                               WS-HAZ-COUNT(WS-GRP-FOUND, 2)
                               WS-HAZ-COUNT(WS-GRP-FOUND, 3)
                               WS-HAZ-COUNT(WS-GRP-FOUND, 4)
                               WS-HAZ-COUNT(WS-GRP-FOUND, 5)
                               WS-HAZ-TOTAL(WS-GRP-FOUND)
               END-IF
               IF WS-GRP-FOUND > ZERO
                  ADD 1 TO WS-HAZ-COUNT(WS-GRP-FOUND, WS-BUCKET-IX)
                           WS-HAZ-TOTAL(WS-GRP-FOUND)
               END-IF

               IF WS-DAYS-DISP > WS-DAYS-LIMIT
                  ADD 1 TO WS-OVER-COUNT
                  IF WS-OVER-COUNT <= WS-OVER-MAX
                     MOVE SPACES TO WS-OVER-LINE(WS-OVER-COUNT)
                     STRING 'STACK=' IN-INV-STACK
                            ' POS=' IN-INV-POS
                            ' BAY=' IN-INV-BAY
                            ' BAY-STACK=' IN-INV-BAY-STACK
                            ' CRATE=' IN-INV-CRATE
                            ' DESC=' WS-LOOK-DESC
                            ' HAZARD=' WS-LOOK-HAZARD
                            ' ARRIVED=' WS-ARRIVED
                            ' DAYS=' WS-DAYS-DISP
                        DELIMITED BY SIZE
                        INTO WS-OVER-LINE(WS-OVER-COUNT)
                  END-IF
               END-IF
               .

           WRITE-DWELL-REPORT SECTION.
               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CRATE DWELL-TIME AGING FOR ' WS-RUN-DATE
                      ' - STORAGE LIMIT ' WS-DAYS-LIMIT ' DAYS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'DAYS IN YARD BY BAY' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-BAY-USED
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'BAY=' WS-BAY-KEY(WS-GRP-IX)
                         ' 0-7=' WS-BAY-COUNT(WS-GRP-IX, 1)
                         ' 8-14=' WS-BAY-COUNT(WS-GRP-IX, 2)
                         ' 15-30=' WS-BAY-COUNT(WS-GRP-IX, 3)
                         ' 31-60=' WS-BAY-COUNT(WS-GRP-IX, 4)
                         ' OVER-60=' WS-BAY-COUNT(WS-GRP-IX, 5)
                         ' TOTAL=' WS-BAY-TOTAL(WS-GRP-IX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'DAYS IN YARD BY HAZARD CLASS' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-HAZ-USED
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'HAZARD=' WS-HAZ-KEY(WS-GRP-IX)
                         ' 0-7=' WS-HAZ-COUNT(WS-GRP-IX, 1)
                         ' 8-14=' WS-HAZ-COUNT(WS-GRP-IX, 2)
                         ' 15-30=' WS-HAZ-COUNT(WS-GRP-IX, 3)
                         ' 31-60=' WS-HAZ-COUNT(WS-GRP-IX, 4)
                         ' OVER-60=' WS-HAZ-COUNT(WS-GRP-IX, 5)
                         ' TOTAL=' WS-HAZ-TOTAL(WS-GRP-IX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CRATES OVER ' WS-DAYS-LIMIT
                      ' STORAGE DAYS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               IF WS-OVER-COUNT = ZERO
                  MOVE 'NONE' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               PERFORM VARYING WS-OVER-IX FROM 1 BY 1
                       UNTIL WS-OVER-IX > WS-OVER-COUNT
                       OR WS-OVER-IX > WS-OVER-MAX
                  MOVE WS-OVER-LINE(WS-OVER-IX) TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               IF WS-OVER-COUNT > WS-OVER-MAX
                  MOVE 'LIST TRUNCATED AT 500 CRATES' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CRATES=' WS-CRATES-READ
                      ' OVER-LIMIT=' WS-OVER-COUNT
                      ' OLDEST-DAYS=' WS-OLDEST-DAYS
                      ' UNDATED=' WS-UNDATED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT
               .
