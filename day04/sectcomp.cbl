           IDENTIFICATION DIVISION.
           PROGRAM-ID. SECTCOMP.

      *****************************************************************
      *  MATCHES THE ELVES' SECTION COMPLETION REPORTS AGAINST THE
      *  DAY'S ASSIGNMENT DETAIL WRITTEN BY DAY04.  ASSIGNED SECTIONS
      *  NOBODY REPORTED FINISHED ARE LISTED BY ELF AND CARRIED
      *  FORWARD TO DAY04_CARRY_FORWARD.TXT, WHICH THE NEXT DAY'S
      *  DAY04 COVERAGE REPORT SHOWS AS PRIORITY WORK.  COMPLETIONS
      *  FOR SECTIONS THE ELF WAS NOT ASSIGNED ARE REPORTED, AND A
      *  COMPLETION FOR A CARRIED SECTION CLEARS IT.  IF THE CARRY-
      *  FORWARD WILL NOT FIT THE TABLE IT IS LEFT AS IT IS AND THE
      *  RUN ENDS RC 8.
      *
      *  COMPLETION CARD:  ELF-ID(8) FROM-SECTION(4) TO-SECTION(4)
      *  CARRY-FORWARD:    SECTION(4) SINCE-DATE(8) ELF-ID(8)
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DETAIL-IN ASSIGN TO WS-DETAIL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DETAIL-STATUS.
              SELECT COMPL-FILE ASSIGN TO WS-COMPL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPL-STATUS.
              SELECT ROSTER-FILE ASSIGN TO WS-ROSTER-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-STATUS.
              SELECT CARRY-IN ASSIGN TO 'day04_carry_forward.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRY-STATUS.
              SELECT CARRY-OUT ASSIGN TO WS-CARRY-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRY-STATUS.
              SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD DETAIL-IN.
              01 IN-DETAIL-LINE    PIC X(80).

              FD COMPL-FILE.
              01 IN-COMPL-CARD.
                 03 IN-COMPL-ELF       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-COMPL-FROM      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-COMPL-TO        PIC X(4).

              FD ROSTER-FILE.
              01 IN-ROSTER-RECORD  PIC X(4).

              FD CARRY-IN.
              01 IN-CARRY-CARD.
                 03 IN-CARRY-SECTION   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CARRY-SINCE     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CARRY-ELF       PIC X(8).

              FD CARRY-OUT.
              01 OUT-CARRY-CARD.
                 03 OUT-CARRY-SECTION  PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-CARRY-SINCE    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-CARRY-ELF      PIC X(8).

              FD REPORT-OUT.
              01 WS-REPORT-LINE    PIC X(132).

           WORKING-STORAGE SECTION.
              01 WS-EXCP-RECORD     PIC X(180).
              01 WS-POST-FILE       PIC X(40).
              01 WS-POST-LEN        PIC 9(3).
              01 WS-POST-STATUS     PIC X(2).
              01 WS-PERD-OPEN-SW    PIC X.
                 88 WS-PERD-OPEN         VALUE 'Y'.
              01 WS-RUN-DATE        PIC 9(8).
              01 WS-RUN-DATE-X      PIC X(8).
              01 WS-HIST-PROGRAM-ID PIC X(8) VALUE 'SECTCOMP'.
              01 WS-EXCP-FILE-NAME  PIC X(40).
              01 WS-EXCP-LINE-NO    PIC 9(7).
              01 WS-EXCP-REASON     PIC X(8).
              01 WS-EXCP-IMAGE      PIC X(60).
              01 WS-SHADOW-SW       PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE        VALUE 'Y'.

              01 WS-DETAIL-FILE     PIC X(40)
                 VALUE 'day04_detail.txt'.
              01 WS-COMPL-FILE      PIC X(40).
              01 WS-ROSTER-FILE     PIC X(40).
              01 WS-CARRY-FILE      PIC X(40)
                 VALUE 'day04_carry_forward.txt'.
              01 WS-REPORT-FILE     PIC X(40)
                 VALUE 'day04_completion.txt'.
              01 WS-DETAIL-STATUS   PIC X(2).
              01 WS-COMPL-STATUS    PIC X(2).
              01 WS-ROSTER-STATUS   PIC X(2).
              01 WS-CARRY-STATUS    PIC X(2).
              01 WS-EOF-SW          PIC X.
                 88 WS-EOF                VALUE 'Y'.

              01 WS-PARM-NAME       PIC X(20).
              01 WS-PARM-VALUE      PIC X(40).
              01 WS-PARM-FOUND-SW   PIC X.
                 88 WS-PARM-FOUND         VALUE 'Y'.

              01 WS-TOKEN-1         PIC X(60).
              01 WS-TOKEN-2         PIC X(60).
              01 WS-TOKEN-3         PIC X(60).
              01 WS-TOKEN-4         PIC X(60).
              01 WS-TOKEN-TAG       PIC X(60).
              01 WS-TAG-NAME        PIC X(20).
              01 WS-TAG-VALUE       PIC X(40).
              01 WS-PAIR-TOKEN-1    PIC X(12).
              01 WS-PAIR-TOKEN-2    PIC X(12).
              01 WS-PAIR-TOKEN-3    PIC X(12).
              01 WS-PAIR-TOKEN-4    PIC X(12).
              01 WS-PAIR-TOKEN-5    PIC X(12).
              01 WS-PAIR-TOKEN-6    PIC X(12).
              01 WS-PAIR-TOKEN-CNT  PIC 9(2) COMP.
              01 WS-RANGE-RAW       PIC X(12).
              01 WS-RANGE-A-RAW     PIC X(6).
              01 WS-RANGE-B-RAW     PIC X(6).
              01 WS-FIELD-LEN       PIC 9(3) COMP.
              01 WS-RANGE-VALID-SW  PIC X.
                 88 WS-RANGE-VALID        VALUE 'Y'.
              01 WS-RANGE-ELF       PIC X(8).
              01 WS-RANGE-A         PIC 9(4).
              01 WS-RANGE-B         PIC 9(4).
              01 WS-SECTION         PIC 9(4).
              01 WS-SECTION-NO      PIC 9(5) COMP.

              01 WS-MAX-ROSTER      PIC 9(4) COMP VALUE 2000.
              01 WS-ROSTER-TABLE.
                 03 WS-ROSTER-SECTION OCCURS 2000 PIC 9(4).
              01 WS-ROSTER-COUNT    PIC 9(4) COMP VALUE 0.
              01 WS-ROSTER-IX       PIC 9(4) COMP.

      *  ONE ENTRY PER ELF PER ASSIGNED SECTION, KEPT IN ELF/SECTION
      *  SEQUENCE FOR THE BY-ELF REPORT.
              01 WS-MAX-AS          PIC 9(4) COMP VALUE 5000.
              01 WS-AS-TABLE.
                 03 WS-AS-ENTRY OCCURS 5000.
                    05 WS-AS-KEY.
                       07 WS-AS-ELF      PIC X(8).
                       07 WS-AS-SECTION  PIC 9(4).
                    05 WS-AS-DONE-SW     PIC X.
                       88 WS-AS-DONE           VALUE 'Y'.
              01 WS-AS-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-AS-IX           PIC 9(4) COMP.
              01 WS-AS-IX2          PIC 9(4) COMP.
              01 WS-AS-HIT          PIC 9(4) COMP.
              01 WS-AS-HOLD         PIC X(13).
              01 WS-AS-FULL-SW      PIC X VALUE 'N'.
                 88 WS-AS-TABLE-FULL      VALUE 'Y'.
              01 WS-AS-FOUND-SW     PIC X.
                 88 WS-AS-FOUND           VALUE 'Y'.

      *  STATE OF EVERY SECTION NUMBER, SUBSCRIPTED BY SECTION + 1:
      *  D = REPORTED DONE TODAY, C = ALREADY WRITTEN TO CARRY-FORWARD.
              01 WS-SECT-STATE-TABLE.
                 03 WS-SECT-STATE     PIC X OCCURS 10000.

              01 WS-MAX-CARRY       PIC 9(4) COMP VALUE 2000.
              01 WS-CARRY-TABLE.
                 03 WS-CARRY-ENTRY OCCURS 2000.
                    05 WS-CARRY-SECTION  PIC 9(4).
                    05 WS-CARRY-SINCE    PIC X(8).
                    05 WS-CARRY-ELF      PIC X(8).
                    05 WS-CARRY-CLEAR-SW PIC X.
                       88 WS-CARRY-CLEARED     VALUE 'Y'.
              01 WS-CARRY-COUNT     PIC 9(4) COMP VALUE 0.
              01 WS-CARRY-IX        PIC 9(4) COMP.
              01 WS-CARRY-FOUND-SW  PIC X.
                 88 WS-CARRY-FOUND        VALUE 'Y'.
              01 WS-CARRY-FULL-SW   PIC X VALUE 'N'.
                 88 WS-CARRY-TABLE-FULL   VALUE 'Y'.

              01 WS-MAX-UN          PIC 9(3) COMP VALUE 500.
              01 WS-UN-TABLE.
                 03 WS-UN-ENTRY OCCURS 500.
                    05 WS-UN-ELF         PIC X(8).
                    05 WS-UN-SECTION     PIC 9(4).
              01 WS-UN-COUNT        PIC 9(3) COMP VALUE 0.
              01 WS-UN-IX           PIC 9(3) COMP.
              01 WS-UN-FOUND-SW     PIC X.
                 88 WS-UN-FOUND           VALUE 'Y'.

              01 WS-DETAIL-READ     PIC 9(5) VALUE 0.
              01 WS-COMPL-READ      PIC 9(7) VALUE 0.
              01 WS-COMPL-REJECTS   PIC 9(5) VALUE 0.
              01 WS-ASSIGNED        PIC 9(5) VALUE 0.
              01 WS-COMPLETED       PIC 9(5) VALUE 0.
              01 WS-INCOMPLETE      PIC 9(5) VALUE 0.
              01 WS-UNASSIGNED      PIC 9(5) VALUE 0.
              01 WS-CARRY-CLEARED-CNT PIC 9(5) VALUE 0.
              01 WS-CARRY-WRITTEN   PIC 9(5) VALUE 0.
              01 WS-ELF-ASSIGNED    PIC 9(5).
              01 WS-ELF-DONE        PIC 9(5).
              01 WS-CUR-ELF         PIC X(8).
              01 WS-REJECT-REASON   PIC X(8).

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
               PERFORM LOAD-COMPLETION-PARMS
               MOVE ALL SPACES TO WS-SECT-STATE-TABLE

               PERFORM LOAD-ROSTER
               PERFORM LOAD-ASSIGNMENT-DETAIL
               IF WS-DETAIL-STATUS NOT = '00' AND NOT = '10'
                  DISPLAY 'SECTCOMP: NO DAY04 DETAIL ON FILE ('
                          WS-DETAIL-FILE ') - NOTHING MATCHED'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM LOAD-CARRY-FORWARD

               OPEN INPUT COMPL-FILE
               IF WS-COMPL-STATUS NOT = '00'
                  DISPLAY 'SECTCOMP: NO COMPLETION FILE ('
                          WS-COMPL-FILE
                          ') - ALL ASSIGNED SECTIONS INCOMPLETE'
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ COMPL-FILE
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-COMPL-READ
                        PERFORM PROCESS-COMPLETION-CARD
                     END-READ
                  END-PERFORM
                  CLOSE COMPL-FILE
               END-IF

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SECTION COMPLETION FOR ' WS-RUN-DATE-X
                      ' DETAIL=' WS-DETAIL-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM REPORT-INCOMPLETE-BY-ELF
               PERFORM REPORT-UNASSIGNED-COMPLETIONS
               PERFORM REPORT-CLEARED-CARRY
               IF WS-CARRY-TABLE-FULL
                  MOVE SPACES TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'CARRY-FORWARD TABLE FULL - NOT REWRITTEN'
                    TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM WRITE-CARRY-FORWARD
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ASSIGNED=' WS-ASSIGNED
                      ' COMPLETED=' WS-COMPLETED
                      ' INCOMPLETE=' WS-INCOMPLETE
                      ' NOT-ASSIGNED=' WS-UNASSIGNED
                      ' CARRY-CLEARED=' WS-CARRY-CLEARED-CNT
                      ' CARRIED-FORWARD=' WS-CARRY-WRITTEN
                      ' REJECTED=' WS-COMPL-REJECTS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'SECTCOMP: ' WS-ASSIGNED ' ASSIGNED, '
                       WS-COMPLETED ' COMPLETED, '
                       WS-CARRY-WRITTEN ' CARRIED FORWARD'
               IF WS-COMPL-REJECTS > ZERO
                  DISPLAY 'SECTCOMP: ' WS-COMPL-REJECTS
                          ' COMPLETION CARD(S) REJECTED'
                  MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-CARRY-TABLE-FULL
                  DISPLAY 'SECTCOMP: CARRY-FORWARD TABLE FULL AT '
                          WS-CARRY-COUNT ' - NOT REWRITTEN'
                  MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-COMPLETION-PARMS SECTION.
               MOVE SPACES TO WS-COMPL-FILE
               MOVE 'COMPLETION_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-COMPL-FILE
               ELSE
                  ACCEPT WS-COMPL-FILE
                         FROM ENVIRONMENT 'COMPLETION_FILE'
               END-IF
               IF WS-COMPL-FILE = SPACES
                  STRING 'completions_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-COMPL-FILE
               END-IF
               MOVE SPACES TO WS-ROSTER-FILE
               MOVE 'ROSTER_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-ROSTER-FILE
               ELSE
                  ACCEPT WS-ROSTER-FILE FROM ENVIRONMENT 'ROSTER_FILE'
               END-IF
               IF WS-ROSTER-FILE = SPACES
                  STRING 'roster_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-ROSTER-FILE
               END-IF
               MOVE 'SHADOW_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  SET WS-SHADOW-MODE TO TRUE
                  MOVE 'shadow_day04_detail.txt'
                    TO WS-DETAIL-FILE
                  MOVE 'shadow_day04_carry_forward.txt'
                    TO WS-CARRY-FILE
                  MOVE 'shadow_day04_completion.txt'
                    TO WS-REPORT-FILE
               END-IF
               .

      *****************************************************************
      *  THE ROSTER NAMES THE REAL SECTIONS INSIDE EACH RANGE.  WITH
      *  NO ROSTER ON FILE EVERY NUMBER IN A RANGE COUNTS AS A SECTION.
      *****************************************************************
           LOAD-ROSTER SECTION.
               OPEN INPUT ROSTER-FILE
               IF WS-ROSTER-STATUS NOT = '00'
                  DISPLAY 'SECTCOMP: NO ROSTER (' WS-ROSTER-FILE
                          ') - EVERY SECTION IN A RANGE COUNTED'
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ ROSTER-FILE
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        IF  IN-ROSTER-RECORD IS NUMERIC
                        AND WS-ROSTER-COUNT < WS-MAX-ROSTER
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE IN-ROSTER-RECORD
                             TO WS-ROSTER-SECTION(WS-ROSTER-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ROSTER-FILE
               END-IF
               .

           LOAD-ASSIGNMENT-DETAIL SECTION.
               OPEN INPUT DETAIL-IN
               IF WS-DETAIL-STATUS = '00'
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ DETAIL-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        IF IN-DETAIL-LINE(1:7) = 'RECORD='
                           ADD 1 TO WS-DETAIL-READ
                           PERFORM POST-DETAIL-ROW
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE DETAIL-IN
                  PERFORM SORT-ASSIGNMENT-TABLE
               END-IF
               .

      *****************************************************************
      *  THE PAIR TAG CARRIES THE ASSIGNMENT RECORD AS DAY04 READ IT:
      *  ELF1,ELF2,RANGE1,RANGE2[,WIN1,WIN2].  ANONYMOUS PAIRS (NO
      *  ELF IDS) CANNOT BE MATCHED TO COMPLETIONS AND ARE SKIPPED.
      *****************************************************************
           POST-DETAIL-ROW SECTION.
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                              WS-TOKEN-4
               UNSTRING IN-DETAIL-LINE DELIMITED BY ALL ' '
                  INTO WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3,
                       WS-TOKEN-4
               END-UNSTRING
               MOVE WS-TOKEN-4 TO WS-TOKEN-TAG
               PERFORM SPLIT-TAG-VALUE
               IF WS-TAG-NAME = 'PAIR'
                  MOVE SPACES TO WS-PAIR-TOKEN-1 WS-PAIR-TOKEN-2
                                 WS-PAIR-TOKEN-3 WS-PAIR-TOKEN-4
                                 WS-PAIR-TOKEN-5 WS-PAIR-TOKEN-6
                  MOVE ZERO TO WS-PAIR-TOKEN-CNT
                  UNSTRING WS-TAG-VALUE DELIMITED BY ','
                     INTO WS-PAIR-TOKEN-1, WS-PAIR-TOKEN-2,
                          WS-PAIR-TOKEN-3, WS-PAIR-TOKEN-4,
                          WS-PAIR-TOKEN-5, WS-PAIR-TOKEN-6
                     TALLYING IN WS-PAIR-TOKEN-CNT
                  END-UNSTRING
                  IF WS-PAIR-TOKEN-CNT >= 4
                     MOVE WS-PAIR-TOKEN-1 TO WS-RANGE-ELF
                     MOVE WS-PAIR-TOKEN-3 TO WS-RANGE-RAW
                     PERFORM POST-ASSIGNED-RANGE
                     MOVE WS-PAIR-TOKEN-2 TO WS-RANGE-ELF
                     MOVE WS-PAIR-TOKEN-4 TO WS-RANGE-RAW
                     PERFORM POST-ASSIGNED-RANGE
                  END-IF
               END-IF
               .

           SPLIT-TAG-VALUE SECTION.
               MOVE SPACES TO WS-TAG-NAME WS-TAG-VALUE
               UNSTRING WS-TOKEN-TAG DELIMITED BY '='
                  INTO WS-TAG-NAME, WS-TAG-VALUE
               END-UNSTRING
               .

           POST-ASSIGNED-RANGE SECTION.
               MOVE SPACES TO WS-RANGE-A-RAW WS-RANGE-B-RAW
               UNSTRING WS-RANGE-RAW DELIMITED BY '-'
                  INTO WS-RANGE-A-RAW, WS-RANGE-B-RAW
               END-UNSTRING
               PERFORM EDIT-RANGE-VALUES
               IF WS-RANGE-VALID AND WS-RANGE-ELF NOT = SPACES
                  PERFORM VARYING WS-SECTION-NO FROM WS-RANGE-A BY 1
                          UNTIL WS-SECTION-NO > WS-RANGE-B
                     MOVE WS-SECTION-NO TO WS-SECTION
                     PERFORM CHECK-SECTION-ON-ROSTER
                     IF WS-AS-FOUND
                        PERFORM ADD-ASSIGNED-SECTION
                     END-IF
                  END-PERFORM
               END-IF
               .

           EDIT-RANGE-VALUES SECTION.
               MOVE 'Y' TO WS-RANGE-VALID-SW
               MOVE ZERO TO WS-FIELD-LEN
               INSPECT WS-RANGE-A-RAW TALLYING WS-FIELD-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-FIELD-LEN = 0 OR WS-FIELD-LEN > 4
                  MOVE 'N' TO WS-RANGE-VALID-SW
               ELSE
                  IF WS-RANGE-A-RAW(1:WS-FIELD-LEN) IS NUMERIC
                     MOVE WS-RANGE-A-RAW(1:WS-FIELD-LEN)
                       TO WS-RANGE-A
                  ELSE
                     MOVE 'N' TO WS-RANGE-VALID-SW
                  END-IF
               END-IF
               MOVE ZERO TO WS-FIELD-LEN
               INSPECT WS-RANGE-B-RAW TALLYING WS-FIELD-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-FIELD-LEN = 0 OR WS-FIELD-LEN > 4
                  MOVE 'N' TO WS-RANGE-VALID-SW
               ELSE
                  IF WS-RANGE-B-RAW(1:WS-FIELD-LEN) IS NUMERIC
                     MOVE WS-RANGE-B-RAW(1:WS-FIELD-LEN)
                       TO WS-RANGE-B
                  ELSE
                     MOVE 'N' TO WS-RANGE-VALID-SW
                  END-IF
               END-IF
               IF WS-RANGE-VALID AND WS-RANGE-A > WS-RANGE-B
                  MOVE 'N' TO WS-RANGE-VALID-SW
               END-IF
               .

           CHECK-SECTION-ON-ROSTER SECTION.
               IF WS-ROSTER-COUNT = ZERO
                  SET WS-AS-FOUND TO TRUE
               ELSE
                  MOVE 'N' TO WS-AS-FOUND-SW
                  PERFORM VARYING WS-ROSTER-IX FROM 1 BY 1
                          UNTIL WS-ROSTER-IX > WS-ROSTER-COUNT
                          OR WS-AS-FOUND
                     IF WS-ROSTER-SECTION(WS-ROSTER-IX) = WS-SECTION
                        SET WS-AS-FOUND TO TRUE
                     END-IF
                  END-PERFORM
               END-IF
               .

           ADD-ASSIGNED-SECTION SECTION.
               PERFORM FIND-ASSIGNED-SECTION
               IF NOT WS-AS-FOUND
                  IF WS-AS-COUNT >= WS-MAX-AS
                     IF NOT WS-AS-TABLE-FULL
                        SET WS-AS-TABLE-FULL TO TRUE
                        DISPLAY 'SECTCOMP: ASSIGNMENT TABLE CAPACITY '
                                'OF ' WS-MAX-AS ' EXCEEDED - FURTHER '
                                'SECTIONS NOT TRACKED'
                     END-IF
                  ELSE
                     ADD 1 TO WS-AS-COUNT
                     MOVE WS-RANGE-ELF TO WS-AS-ELF(WS-AS-COUNT)
                     MOVE WS-SECTION TO WS-AS-SECTION(WS-AS-COUNT)
                     MOVE 'N' TO WS-AS-DONE-SW(WS-AS-COUNT)
                     ADD 1 TO WS-ASSIGNED
                  END-IF
               END-IF
               .

           FIND-ASSIGNED-SECTION SECTION.
               MOVE 'N' TO WS-AS-FOUND-SW
               MOVE ZERO TO WS-AS-HIT
               PERFORM VARYING WS-AS-IX FROM 1 BY 1
                       UNTIL WS-AS-IX > WS-AS-COUNT
                       OR WS-AS-FOUND
                  IF  WS-AS-ELF(WS-AS-IX) = WS-RANGE-ELF
                  AND WS-AS-SECTION(WS-AS-IX) = WS-SECTION
                     SET WS-AS-FOUND TO TRUE
                     MOVE WS-AS-IX TO WS-AS-HIT
                  END-IF
               END-PERFORM
               .

           SORT-ASSIGNMENT-TABLE SECTION.
               PERFORM VARYING WS-AS-IX FROM 2 BY 1
                       UNTIL WS-AS-IX > WS-AS-COUNT
                  MOVE WS-AS-ENTRY(WS-AS-IX) TO WS-AS-HOLD
                  MOVE WS-AS-IX TO WS-AS-IX2
                  PERFORM UNTIL WS-AS-IX2 <= 1
                          OR WS-AS-KEY(WS-AS-IX2 - 1)
                             <= WS-AS-HOLD(1:12)
                     MOVE WS-AS-ENTRY(WS-AS-IX2 - 1)
                       TO WS-AS-ENTRY(WS-AS-IX2)
                     SUBTRACT 1 FROM WS-AS-IX2
                  END-PERFORM
                  MOVE WS-AS-HOLD TO WS-AS-ENTRY(WS-AS-IX2)
               END-PERFORM
               .

      *****************************************************************
      *  ONLY ENTRIES CARRIED FROM EARLIER DAYS ARE LOADED; TODAY'S
      *  ARE REBUILT, SO A RERUN FOR THE SAME DATE GIVES THE SAME FILE.
      *****************************************************************
           LOAD-CARRY-FORWARD SECTION.
               OPEN INPUT CARRY-IN
               IF WS-CARRY-STATUS = '00'
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM UNTIL WS-EOF
                     READ CARRY-IN
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        IF  IN-CARRY-SECTION IS NUMERIC
                        AND IN-CARRY-SINCE IS NUMERIC
                        AND IN-CARRY-SINCE < WS-RUN-DATE-X
                           IF WS-CARRY-COUNT < WS-MAX-CARRY
                              ADD 1 TO WS-CARRY-COUNT
                              MOVE IN-CARRY-SECTION
                                TO WS-CARRY-SECTION(WS-CARRY-COUNT)
                              MOVE IN-CARRY-SINCE
                                TO WS-CARRY-SINCE(WS-CARRY-COUNT)
                              MOVE IN-CARRY-ELF
                                TO WS-CARRY-ELF(WS-CARRY-COUNT)
                              MOVE 'N'
                                TO WS-CARRY-CLEAR-SW(WS-CARRY-COUNT)
                           ELSE
                              SET WS-CARRY-TABLE-FULL TO TRUE
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CARRY-IN
               END-IF
               .

           PROCESS-COMPLETION-CARD SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE IN-COMPL-ELF TO WS-RANGE-ELF
               MOVE IN-COMPL-FROM TO WS-RANGE-A-RAW
               MOVE IN-COMPL-TO TO WS-RANGE-B-RAW
               PERFORM EDIT-RANGE-VALUES
               EVALUATE TRUE
                  WHEN IN-COMPL-CARD = SPACES
                     CONTINUE
                  WHEN WS-RANGE-ELF = SPACES
                     MOVE 'NOELF' TO WS-REJECT-REASON
                  WHEN NOT WS-RANGE-VALID
                     MOVE 'BADRANGE' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM VARYING WS-SECTION-NO FROM WS-RANGE-A
                             BY 1 UNTIL WS-SECTION-NO > WS-RANGE-B
                        MOVE WS-SECTION-NO TO WS-SECTION
                        PERFORM CHECK-SECTION-ON-ROSTER
                        IF WS-AS-FOUND
                           PERFORM POST-COMPLETED-SECTION
                        END-IF
                     END-PERFORM
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-COMPL-REJECTS
                  DISPLAY 'SECTCOMP: COMPLETION CARD REJECTED ('
                          WS-REJECT-REASON '): ' IN-COMPL-CARD
                  MOVE WS-COMPL-FILE    TO WS-EXCP-FILE-NAME
                  MOVE WS-COMPL-READ    TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON TO WS-EXCP-REASON
                  MOVE IN-COMPL-CARD    TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           POST-COMPLETED-SECTION SECTION.
               MOVE 'D' TO WS-SECT-STATE(WS-SECTION + 1)
               PERFORM FIND-ASSIGNED-SECTION
               IF WS-AS-FOUND
                  MOVE 'Y' TO WS-AS-DONE-SW(WS-AS-HIT)
               END-IF
               MOVE 'N' TO WS-CARRY-FOUND-SW
               PERFORM VARYING WS-CARRY-IX FROM 1 BY 1
                       UNTIL WS-CARRY-IX > WS-CARRY-COUNT
                  IF WS-CARRY-SECTION(WS-CARRY-IX) = WS-SECTION
                     SET WS-CARRY-FOUND TO TRUE
                     SET WS-CARRY-CLEARED(WS-CARRY-IX) TO TRUE
                  END-IF
               END-PERFORM
               IF  NOT WS-AS-FOUND
               AND NOT WS-CARRY-FOUND
                  PERFORM ADD-UNASSIGNED-COMPLETION
               END-IF
               .

           ADD-UNASSIGNED-COMPLETION SECTION.
               MOVE 'N' TO WS-UN-FOUND-SW
               PERFORM VARYING WS-UN-IX FROM 1 BY 1
                       UNTIL WS-UN-IX > WS-UN-COUNT
                       OR WS-UN-FOUND
                  IF  WS-UN-ELF(WS-UN-IX) = WS-RANGE-ELF
                  AND WS-UN-SECTION(WS-UN-IX) = WS-SECTION
                     SET WS-UN-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF NOT WS-UN-FOUND
                  ADD 1 TO WS-UNASSIGNED
                  IF WS-UN-COUNT < WS-MAX-UN
                     ADD 1 TO WS-UN-COUNT
                     MOVE WS-RANGE-ELF TO WS-UN-ELF(WS-UN-COUNT)
                     MOVE WS-SECTION TO WS-UN-SECTION(WS-UN-COUNT)
                  END-IF
               END-IF
               .

      *****************************************************************
      *  ASSIGNED SECTIONS NOT REPORTED, GROUPED BY ELF.  A SECTION
      *  ANOTHER ELF REPORTED IS STILL LISTED AGAINST ITS ASSIGNEE BUT
      *  IS NOT CARRIED FORWARD.
      *****************************************************************
           REPORT-INCOMPLETE-BY-ELF SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'INCOMPLETE SECTIONS BY ELF' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-CUR-ELF
               MOVE ZERO TO WS-ELF-ASSIGNED WS-ELF-DONE
               PERFORM VARYING WS-AS-IX FROM 1 BY 1
                       UNTIL WS-AS-IX > WS-AS-COUNT
                  IF WS-AS-ELF(WS-AS-IX) NOT = WS-CUR-ELF
                     PERFORM WRITE-ELF-TOTAL-LINE
                     MOVE WS-AS-ELF(WS-AS-IX) TO WS-CUR-ELF
                  END-IF
                  ADD 1 TO WS-ELF-ASSIGNED
                  IF WS-AS-DONE(WS-AS-IX)
                     ADD 1 TO WS-ELF-DONE
                     ADD 1 TO WS-COMPLETED
                  ELSE
                     ADD 1 TO WS-INCOMPLETE
                     MOVE SPACES TO WS-REPORT-LINE
                     IF WS-SECT-STATE(WS-AS-SECTION(WS-AS-IX) + 1)
                        = 'D'
                        STRING 'ELF=' WS-AS-ELF(WS-AS-IX)
                               ' SECTION=' WS-AS-SECTION(WS-AS-IX)
                               ' NOT REPORTED - DONE BY ANOTHER ELF'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                     ELSE
                        STRING 'ELF=' WS-AS-ELF(WS-AS-IX)
                               ' SECTION=' WS-AS-SECTION(WS-AS-IX)
                               ' NOT REPORTED - CARRIED FORWARD'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                     END-IF
                     WRITE WS-REPORT-LINE
                  END-IF
               END-PERFORM
               PERFORM WRITE-ELF-TOTAL-LINE
               .

           WRITE-ELF-TOTAL-LINE SECTION.
               IF WS-CUR-ELF NOT = SPACES
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'ELF=' WS-CUR-ELF
                         ' ASSIGNED=' WS-ELF-ASSIGNED
                         ' COMPLETED=' WS-ELF-DONE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               MOVE ZERO TO WS-ELF-ASSIGNED WS-ELF-DONE
               .

           REPORT-UNASSIGNED-COMPLETIONS SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'COMPLETIONS FOR SECTIONS NOT ASSIGNED TO THE ELF'
                 TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-UN-IX FROM 1 BY 1
                       UNTIL WS-UN-IX > WS-UN-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'ELF=' WS-UN-ELF(WS-UN-IX)
                         ' SECTION=' WS-UN-SECTION(WS-UN-IX)
                         ' REPORTED BUT NOT ASSIGNED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-PERFORM
               IF WS-UNASSIGNED > WS-UN-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'FURTHER NOT-ASSIGNED COMPLETIONS OMITTED - '
                         'TABLE FULL'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           REPORT-CLEARED-CARRY SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'CARRIED-FORWARD SECTIONS COMPLETED TODAY'
                 TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-CARRY-IX FROM 1 BY 1
                       UNTIL WS-CARRY-IX > WS-CARRY-COUNT
                  IF WS-CARRY-CLEARED(WS-CARRY-IX)
                     ADD 1 TO WS-CARRY-CLEARED-CNT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'SECTION=' WS-CARRY-SECTION(WS-CARRY-IX)
                            ' SINCE=' WS-CARRY-SINCE(WS-CARRY-IX)
                            ' ORIGINAL-ELF=' WS-CARRY-ELF(WS-CARRY-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-PERFORM
               .

      *****************************************************************
      *  EARLIER CARRY-FORWARD ENTRIES STILL OPEN KEEP THEIR ORIGINAL
      *  DATE AND ELF; TODAY'S UNFINISHED SECTIONS ARE ADDED ONCE.
      *****************************************************************
           WRITE-CARRY-FORWARD SECTION.
               OPEN OUTPUT CARRY-OUT
               PERFORM VARYING WS-CARRY-IX FROM 1 BY 1
                       UNTIL WS-CARRY-IX > WS-CARRY-COUNT
                  IF  NOT WS-CARRY-CLEARED(WS-CARRY-IX)
                  AND WS-SECT-STATE(WS-CARRY-SECTION(WS-CARRY-IX) + 1)
                      = SPACE
                     MOVE 'C' TO
                          WS-SECT-STATE(WS-CARRY-SECTION(WS-CARRY-IX)
                                        + 1)
                     MOVE SPACES TO OUT-CARRY-CARD
                     MOVE WS-CARRY-SECTION(WS-CARRY-IX)
                       TO OUT-CARRY-SECTION
                     MOVE WS-CARRY-SINCE(WS-CARRY-IX)
                       TO OUT-CARRY-SINCE
                     MOVE WS-CARRY-ELF(WS-CARRY-IX) TO OUT-CARRY-ELF
                     WRITE OUT-CARRY-CARD
                     ADD 1 TO WS-CARRY-WRITTEN
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-AS-IX FROM 1 BY 1
                       UNTIL WS-AS-IX > WS-AS-COUNT
                  IF WS-SECT-STATE(WS-AS-SECTION(WS-AS-IX) + 1)
                     = SPACE
                     MOVE 'C' TO
                          WS-SECT-STATE(WS-AS-SECTION(WS-AS-IX) + 1)
                     MOVE SPACES TO OUT-CARRY-CARD
                     MOVE WS-AS-SECTION(WS-AS-IX) TO OUT-CARRY-SECTION
                     MOVE WS-RUN-DATE-X TO OUT-CARRY-SINCE
                     MOVE WS-AS-ELF(WS-AS-IX) TO OUT-CARRY-ELF
                     WRITE OUT-CARRY-CARD
                     ADD 1 TO WS-CARRY-WRITTEN
                  END-IF
               END-PERFORM
               CLOSE CARRY-OUT
               .

           COPY EXCPAPP.
