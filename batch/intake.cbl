           IDENTIFICATION DIVISION.
           PROGRAM-ID. INTAKE.

      *****************************************************************
      *  DELIMITED-FILE INTAKE.  CAMPS AND THE TOURNAMENT OFFICE SEND
      *  THEIR DAILY INPUTS AS SPREADSHEET EXPORTS.  EACH FEED IS
      *  DESCRIBED ON INTAKE_MAP.TXT AND CONVERTED TO THE FIXED LAYOUT
      *  ITS DAILY PROGRAM READS:
      *
      *     FEED feedid type source-file delim skip [target-file]
      *     MAP  feedid field column
      *
      *  TYPE  PROGRAM    FIELDS (* = OPTIONAL)
      *  CAL   DAY01CALC  ELF CALORIES
      *  RND   DAY02CALC  PLAYER OPP CODE DIVISION*
      *  RUK   DAY03      ELF ITEMS
      *  ASG   DAY04      ELF1 ELF2 FROM1 TO1 FROM2 TO2
      *
      *  DELIM IS THE SEPARATOR CHARACTER (, ; |) OR TAB, SKIP THE
      *  NUMBER OF COLUMN-HEADING ROWS AT THE TOP OF THE SOURCE.  A
      *  FIELD MAY BE IN DOUBLE QUOTES.  THE TARGET DEFAULTS TO THE
      *  FILE THE DAILY PROGRAM LOOKS FOR (CALORIES_FILE, ROUND_FILE,
      *  RUCKSACK_FILE, ASSIGN_FILE).  CAL, RND AND ASG TARGETS GET
      *  THE HDR/TRL CONTROL RECORDS WITH THE DATA RECORD COUNT (AND
      *  CALORIE HASH FOR CAL); DAY03 TAKES NO CONTROL RECORDS.
      *  CALORIE ROWS FOR ONE ELF ARE GROUPED BY THE ELF COLUMN - A
      *  BLANK SEPARATOR RECORD IS WRITTEN WHEN IT CHANGES.  ROWS THAT
      *  CANNOT BE MAPPED GO TO INTAKE_REJECTS.TXT AND THE EXCEPTION
      *  LOG.  A FEED WHOSE SOURCE HAS NOT ARRIVED IS SKIPPED.  ONCE
      *  THE FEEDS ARE CONVERTED, PREEDIT STAGES THE DAY'S INPUTS.
      *  RC 4 WHEN ROWS ARE REJECTED, RC 8 FOR A BAD MAPPING.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT MAP-IN ASSIGN TO 'intake_map.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
              SELECT SOURCE-IN ASSIGN TO WS-SOURCE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
              SELECT TARGET-OUT ASSIGN TO WS-TARGET-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARGET-STATUS.
              SELECT REJECT-OUT ASSIGN TO 'intake_rejects.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT ASSIGN TO 'intake_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD MAP-IN.
              01 IN-MAP-CARD           PIC X(120).

              FD SOURCE-IN.
              01 IN-SOURCE-ROW         PIC X(400).

              FD TARGET-OUT.
              01 WS-TARGET-LINE        PIC X(80).

              FD REJECT-OUT.
              01 WS-REJECT-LINE        PIC X(200).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).

              01 WS-MAP-STATUS         PIC X(2).
              01 WS-SOURCE-STATUS      PIC X(2).
              01 WS-TARGET-STATUS      PIC X(2).
              01 WS-SOURCE-FILE        PIC X(40).
              01 WS-TARGET-FILE        PIC X(40).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'INTAKE'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
              01 WS-PARM-FOUND-SW      PIC X.
                 88 WS-PARM-FOUND           VALUE 'Y'.

              01 WS-MAP-EOF-SW         PIC X.
                 88 WS-MAP-EOF              VALUE 'Y'.
              01 WS-SOURCE-EOF-SW      PIC X.
                 88 WS-SOURCE-EOF           VALUE 'Y'.

              01 WS-CARD-TOKENS.
                 03 WS-CARD-VERB       PIC X(8).
                 03 WS-CARD-FEED       PIC X(8).
                 03 WS-CARD-TOKEN-3    PIC X(40).
                 03 WS-CARD-TOKEN-4    PIC X(40).
                 03 WS-CARD-TOKEN-5    PIC X(8).
                 03 WS-CARD-TOKEN-6    PIC X(8).
                 03 WS-CARD-TOKEN-7    PIC X(40).
              01 WS-CARD-NUM-LEN       PIC 9(2) COMP.

              01 WS-MAX-FEEDS          PIC 9(2) COMP VALUE 20.
              01 WS-FEED-TABLE.
                 03 WS-FEED-ENTRY OCCURS 20.
                    05 WS-FEED-ID         PIC X(8).
                    05 WS-FEED-TYPE       PIC X(3).
                       88 WS-FEED-CAL           VALUE 'CAL'.
                       88 WS-FEED-RND           VALUE 'RND'.
                       88 WS-FEED-RUK           VALUE 'RUK'.
                       88 WS-FEED-ASG           VALUE 'ASG'.
                    05 WS-FEED-SOURCE     PIC X(40).
                    05 WS-FEED-DELIM      PIC X(1).
                    05 WS-FEED-SKIP       PIC 9(2).
                    05 WS-FEED-TARGET     PIC X(40).
                    05 WS-FEED-COL        PIC 9(2) OCCURS 6.
                    05 WS-FEED-ERROR      PIC X(40).
              01 WS-FEED-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-FEED-IX            PIC 9(2) COMP.
              01 WS-SLOT-IX            PIC 9(2) COMP.
              01 WS-SLOT-REQUIRED      PIC 9(2) COMP.
              01 IX                    PIC 9(3) COMP.

              01 WS-MAX-FIELDS         PIC 9(2) COMP VALUE 20.
              01 WS-FIELD-TABLE.
                 03 WS-FIELD-VALUE     PIC X(60) OCCURS 20.
              01 WS-FIELD-COUNT        PIC 9(2) COMP.
              01 WS-FIELD-POS          PIC 9(3) COMP.
              01 WS-ROW-LEN            PIC 9(3) COMP.
              01 WS-CHAR-IX            PIC 9(3) COMP.
              01 WS-CHAR               PIC X(1).
              01 WS-QUOTE-SW           PIC X.
                 88 WS-IN-QUOTES            VALUE 'Y'.
              01 WS-LONG-FIELD-SW      PIC X.
                 88 WS-LONG-FIELD           VALUE 'Y'.

              01 WS-SLOT-TABLE.
                 03 WS-SLOT-VALUE      PIC X(60) OCCURS 6.
              01 WS-VALUE-LEN          PIC 9(3) COMP.
              01 WS-CHECK-VALUE        PIC X(60).
              01 WS-CALORIE            PIC 9(11).
              01 WS-ELF-KEY            PIC X(60).
              01 WS-PRIOR-ELF-KEY      PIC X(60).
              01 WS-GROUP-OPEN-SW      PIC X.
                 88 WS-GROUP-OPEN           VALUE 'Y'.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-REJECTS-OPEN-SW    PIC X VALUE 'N'.
                 88 WS-REJECTS-OPEN         VALUE 'Y'.

              01 WS-CTL-COUNT          PIC 9(7).
              01 WS-CTL-HASH           PIC 9(13).
              01 WS-ROWS-READ          PIC 9(7).
              01 WS-ROWS-CONVERTED     PIC 9(7).
              01 WS-ROWS-REJECTED      PIC 9(7).
              01 WS-FEEDS-CONVERTED    PIC 9(3) VALUE 0.
              01 WS-FEEDS-MISSING      PIC 9(3) VALUE 0.
              01 WS-FEEDS-BAD          PIC 9(3) VALUE 0.
              01 WS-TOTAL-REJECTED     PIC 9(7) VALUE 0.
              01 WS-MAP-ERRORS         PIC 9(3) VALUE 0.
              01 WS-STAGE-RC           PIC 9(3).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DELIMITED INPUT INTAKE FOR DATE=' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM LOAD-FEED-MAPPINGS
               IF WS-FEED-COUNT = ZERO
                  DISPLAY 'INTAKE: NO FEEDS DEFINED ON INTAKE_MAP.TXT'
                  MOVE 'NO FEEDS DEFINED - NOTHING CONVERTED'
                    TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  CLOSE REPORT-OUT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                       UNTIL WS-FEED-IX > WS-FEED-COUNT
                  PERFORM CHECK-FEED-MAPPING
                  IF WS-FEED-ERROR(WS-FEED-IX) NOT = SPACES
                     ADD 1 TO WS-FEEDS-BAD
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING 'FEED=' WS-FEED-ID(WS-FEED-IX)
                            ' MAPPING ERROR - '
                            WS-FEED-ERROR(WS-FEED-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  ELSE
                     PERFORM CONVERT-ONE-FEED
                  END-IF
               END-PERFORM
               IF WS-REJECTS-OPEN
                  CLOSE REJECT-OUT
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FEEDS CONVERTED=' WS-FEEDS-CONVERTED
                      ' NOT RECEIVED=' WS-FEEDS-MISSING
                      ' MAPPING ERRORS=' WS-FEEDS-BAD
                      ' ROWS REJECTED=' WS-TOTAL-REJECTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               IF WS-FEEDS-CONVERTED > ZERO
                  CALL 'PREEDIT'
                  MOVE RETURN-CODE TO WS-STAGE-RC
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'CONVERTED FILES HANDED TO PREEDIT - RC='
                         WS-STAGE-RC ' SEE STAGING_REPORT.TXT'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               CLOSE REPORT-OUT

               DISPLAY 'INTAKE: ' WS-FEEDS-CONVERTED ' FEED(S) '
                       'CONVERTED, ' WS-TOTAL-REJECTED ' ROW(S) '
                       'REJECTED - SEE INTAKE_REPORT.TXT'
               MOVE ZERO TO RETURN-CODE
               IF WS-TOTAL-REJECTED > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-FEEDS-BAD > ZERO OR WS-MAP-ERRORS > ZERO
                  MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-FEED-MAPPINGS SECTION.
               MOVE 'N' TO WS-MAP-EOF-SW
               OPEN INPUT MAP-IN
               IF WS-MAP-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-MAP-EOF
                     READ MAP-IN
                     AT END
                        SET WS-MAP-EOF TO TRUE
                     NOT AT END
                        IF  IN-MAP-CARD NOT = SPACES
                        AND IN-MAP-CARD(1:1) NOT = '*'
                           PERFORM POST-MAPPING-CARD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE MAP-IN
               END-IF
               .

           POST-MAPPING-CARD SECTION.
               MOVE SPACES TO WS-CARD-TOKENS
               UNSTRING IN-MAP-CARD DELIMITED BY ALL SPACE
                  INTO WS-CARD-VERB, WS-CARD-FEED, WS-CARD-TOKEN-3,
                       WS-CARD-TOKEN-4, WS-CARD-TOKEN-5,
                       WS-CARD-TOKEN-6, WS-CARD-TOKEN-7
               END-UNSTRING
               EVALUATE WS-CARD-VERB
                  WHEN 'FEED'
                     PERFORM POST-FEED-CARD
                  WHEN 'MAP'
                     PERFORM POST-MAP-CARD
                  WHEN OTHER
                     PERFORM REPORT-MAPPING-CARD
               END-EVALUATE
               .

           POST-FEED-CARD SECTION.
               IF WS-FEED-COUNT NOT < WS-MAX-FEEDS
                  DISPLAY 'INTAKE: FEED TABLE FULL - FEED '
                          WS-CARD-FEED ' IGNORED'
                  ADD 1 TO WS-MAP-ERRORS
               ELSE
                  ADD 1 TO WS-FEED-COUNT
                  MOVE WS-FEED-COUNT TO WS-FEED-IX
                  MOVE WS-CARD-FEED TO WS-FEED-ID(WS-FEED-IX)
                  MOVE WS-CARD-TOKEN-3 TO WS-FEED-TYPE(WS-FEED-IX)
                  MOVE WS-CARD-TOKEN-4 TO WS-FEED-SOURCE(WS-FEED-IX)
                  IF WS-CARD-TOKEN-5 = 'TAB'
                     MOVE X'09' TO WS-FEED-DELIM(WS-FEED-IX)
                  ELSE
                     MOVE WS-CARD-TOKEN-5 TO WS-FEED-DELIM(WS-FEED-IX)
                  END-IF
                  MOVE ZERO TO WS-FEED-SKIP(WS-FEED-IX)
                  MOVE ZERO TO WS-CARD-NUM-LEN
                  INSPECT WS-CARD-TOKEN-6 TALLYING WS-CARD-NUM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-CARD-NUM-LEN > ZERO AND WS-CARD-NUM-LEN < 3
                  AND WS-CARD-TOKEN-6(1:WS-CARD-NUM-LEN) IS NUMERIC
                     MOVE WS-CARD-TOKEN-6(1:WS-CARD-NUM-LEN)
                       TO WS-FEED-SKIP(WS-FEED-IX)
                  END-IF
                  MOVE WS-CARD-TOKEN-7 TO WS-FEED-TARGET(WS-FEED-IX)
                  MOVE ZERO TO WS-FEED-COL(WS-FEED-IX, 1)
                               WS-FEED-COL(WS-FEED-IX, 2)
                               WS-FEED-COL(WS-FEED-IX, 3)
                               WS-FEED-COL(WS-FEED-IX, 4)
                               WS-FEED-COL(WS-FEED-IX, 5)
                               WS-FEED-COL(WS-FEED-IX, 6)
                  MOVE SPACES TO WS-FEED-ERROR(WS-FEED-IX)
                  EVALUATE TRUE
                     WHEN WS-FEED-ID(WS-FEED-IX) = SPACES
                        MOVE 'NO FEED ID' TO WS-FEED-ERROR(WS-FEED-IX)
                     WHEN NOT WS-FEED-CAL(WS-FEED-IX)
                      AND NOT WS-FEED-RND(WS-FEED-IX)
                      AND NOT WS-FEED-RUK(WS-FEED-IX)
                      AND NOT WS-FEED-ASG(WS-FEED-IX)
                        MOVE 'UNKNOWN FEED TYPE'
                          TO WS-FEED-ERROR(WS-FEED-IX)
                     WHEN WS-FEED-SOURCE(WS-FEED-IX) = SPACES
                        MOVE 'NO SOURCE FILE'
                          TO WS-FEED-ERROR(WS-FEED-IX)
                     WHEN WS-FEED-DELIM(WS-FEED-IX) = SPACE
                     OR   WS-CARD-TOKEN-5(2:1) NOT = SPACE
                      AND WS-CARD-TOKEN-5 NOT = 'TAB'
                        MOVE 'BAD DELIMITER'
                          TO WS-FEED-ERROR(WS-FEED-IX)
                  END-EVALUATE
               END-IF
               .

      *****************************************************************
      *  A MAP CARD NAMES ONE NATIVE FIELD OF THE FEED'S TYPE AND THE
      *  SOURCE COLUMN (1 = FIRST) IT IS TAKEN FROM.  THE FIELD'S SLOT
      *  IS ITS POSITION IN THE TYPE'S FIELD LIST IN THE BANNER.
      *****************************************************************
           POST-MAP-CARD SECTION.
               MOVE ZERO TO WS-FEED-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-FEED-COUNT
                  IF WS-FEED-ID(IX) = WS-CARD-FEED
                     MOVE IX TO WS-FEED-IX
                  END-IF
               END-PERFORM
               MOVE ZERO TO WS-SLOT-IX
               IF WS-FEED-IX > ZERO
                  EVALUATE WS-FEED-TYPE(WS-FEED-IX) ALSO WS-CARD-TOKEN-3
                     WHEN 'CAL' ALSO 'ELF'
                        MOVE 1 TO WS-SLOT-IX
                     WHEN 'CAL' ALSO 'CALORIES'
                        MOVE 2 TO WS-SLOT-IX
                     WHEN 'RND' ALSO 'PLAYER'
                        MOVE 1 TO WS-SLOT-IX
                     WHEN 'RND' ALSO 'OPP'
                        MOVE 2 TO WS-SLOT-IX
                     WHEN 'RND' ALSO 'CODE'
                        MOVE 3 TO WS-SLOT-IX
                     WHEN 'RND' ALSO 'DIVISION'
                        MOVE 4 TO WS-SLOT-IX
                     WHEN 'RUK' ALSO 'ELF'
                        MOVE 1 TO WS-SLOT-IX
                     WHEN 'RUK' ALSO 'ITEMS'
                        MOVE 2 TO WS-SLOT-IX
                     WHEN 'ASG' ALSO 'ELF1'
                        MOVE 1 TO WS-SLOT-IX
                     WHEN 'ASG' ALSO 'ELF2'
                        MOVE 2 TO WS-SLOT-IX
                     WHEN 'ASG' ALSO 'FROM1'
                        MOVE 3 TO WS-SLOT-IX
                     WHEN 'ASG' ALSO 'TO1'
                        MOVE 4 TO WS-SLOT-IX
                     WHEN 'ASG' ALSO 'FROM2'
                        MOVE 5 TO WS-SLOT-IX
                     WHEN 'ASG' ALSO 'TO2'
                        MOVE 6 TO WS-SLOT-IX
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
               MOVE ZERO TO WS-CARD-NUM-LEN
               INSPECT WS-CARD-TOKEN-4 TALLYING WS-CARD-NUM-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
               EVALUATE TRUE
                  WHEN WS-FEED-IX = ZERO
                     PERFORM REPORT-MAPPING-CARD
                  WHEN WS-SLOT-IX = ZERO
                     MOVE 'UNKNOWN FIELD ON MAP CARD'
                       TO WS-FEED-ERROR(WS-FEED-IX)
                  WHEN WS-CARD-NUM-LEN = ZERO OR WS-CARD-NUM-LEN > 2
                  OR   WS-CARD-TOKEN-4(1:WS-CARD-NUM-LEN) NOT NUMERIC
                     MOVE 'BAD COLUMN ON MAP CARD'
                       TO WS-FEED-ERROR(WS-FEED-IX)
                  WHEN OTHER
                     MOVE WS-CARD-TOKEN-4(1:WS-CARD-NUM-LEN)
                       TO WS-FEED-COL(WS-FEED-IX, WS-SLOT-IX)
                     IF WS-FEED-COL(WS-FEED-IX, WS-SLOT-IX) = ZERO
                     OR WS-FEED-COL(WS-FEED-IX, WS-SLOT-IX)
                        > WS-MAX-FIELDS
                        MOVE 'BAD COLUMN ON MAP CARD'
                          TO WS-FEED-ERROR(WS-FEED-IX)
                     END-IF
               END-EVALUATE
               .

           REPORT-MAPPING-CARD SECTION.
               ADD 1 TO WS-MAP-ERRORS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'MAPPING CARD IGNORED: ' IN-MAP-CARD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               .

           CHECK-FEED-MAPPING SECTION.
               EVALUATE TRUE
                  WHEN WS-FEED-CAL(WS-FEED-IX)
                  OR   WS-FEED-RUK(WS-FEED-IX)
                     MOVE 2 TO WS-SLOT-REQUIRED
                  WHEN WS-FEED-RND(WS-FEED-IX)
                     MOVE 3 TO WS-SLOT-REQUIRED
                  WHEN OTHER
                     MOVE 6 TO WS-SLOT-REQUIRED
               END-EVALUATE
               IF WS-FEED-ERROR(WS-FEED-IX) = SPACES
                  PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                          UNTIL WS-SLOT-IX > WS-SLOT-REQUIRED
                     IF WS-FEED-COL(WS-FEED-IX, WS-SLOT-IX) = ZERO
                        MOVE 'REQUIRED FIELD NOT MAPPED'
                          TO WS-FEED-ERROR(WS-FEED-IX)
                     END-IF
                  END-PERFORM
               END-IF
               .

           RESOLVE-TARGET-FILE SECTION.
               MOVE WS-FEED-TARGET(WS-FEED-IX) TO WS-TARGET-FILE
               IF WS-TARGET-FILE = SPACES
                  EVALUATE TRUE
                     WHEN WS-FEED-CAL(WS-FEED-IX)
                        MOVE 'CALORIES_FILE' TO WS-PARM-NAME
                     WHEN WS-FEED-RND(WS-FEED-IX)
                        MOVE 'ROUND_FILE' TO WS-PARM-NAME
                     WHEN WS-FEED-RUK(WS-FEED-IX)
                        MOVE 'RUCKSACK_FILE' TO WS-PARM-NAME
                     WHEN OTHER
                        MOVE 'ASSIGN_FILE' TO WS-PARM-NAME
                  END-EVALUATE
                  CALL 'PARMLOAD' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-FOUND-SW
                  IF WS-PARM-FOUND
                     MOVE WS-PARM-VALUE TO WS-TARGET-FILE
                  ELSE
                     ACCEPT WS-TARGET-FILE
                        FROM ENVIRONMENT WS-PARM-NAME
                  END-IF
               END-IF
               IF WS-TARGET-FILE = SPACES
                  EVALUATE TRUE
                     WHEN WS-FEED-CAL(WS-FEED-IX)
                        STRING 'input_' WS-RUN-DATE '.txt'
                           DELIMITED BY SIZE INTO WS-TARGET-FILE
                     WHEN WS-FEED-RND(WS-FEED-IX)
                        STRING 'strategy_' WS-RUN-DATE '.txt'
                           DELIMITED BY SIZE INTO WS-TARGET-FILE
                     WHEN WS-FEED-RUK(WS-FEED-IX)
                        STRING 'rucksacks_' WS-RUN-DATE '.txt'
                           DELIMITED BY SIZE INTO WS-TARGET-FILE
                     WHEN OTHER
                        STRING 'assignments_' WS-RUN-DATE '.txt'
                           DELIMITED BY SIZE INTO WS-TARGET-FILE
                  END-EVALUATE
               END-IF
               .

           CONVERT-ONE-FEED SECTION.
               MOVE WS-FEED-SOURCE(WS-FEED-IX) TO WS-SOURCE-FILE
               MOVE 'N' TO WS-SOURCE-EOF-SW
               OPEN INPUT SOURCE-IN
               IF WS-SOURCE-STATUS NOT = '00'
                  ADD 1 TO WS-FEEDS-MISSING
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'FEED=' WS-FEED-ID(WS-FEED-IX)
                         ' SOURCE=' WS-SOURCE-FILE
                         ' NOT RECEIVED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM RESOLVE-TARGET-FILE
                  MOVE ZERO TO WS-CTL-COUNT WS-CTL-HASH
                               WS-ROWS-READ WS-ROWS-CONVERTED
                               WS-ROWS-REJECTED
                  MOVE 'N' TO WS-GROUP-OPEN-SW
                  MOVE SPACES TO WS-PRIOR-ELF-KEY
                  OPEN OUTPUT TARGET-OUT
                  IF NOT WS-FEED-RUK(WS-FEED-IX)
                     MOVE SPACES TO WS-TARGET-LINE
                     STRING 'HDR' WS-RUN-DATE-X
                        DELIMITED BY SIZE INTO WS-TARGET-LINE
                     WRITE WS-TARGET-LINE
                  END-IF
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ROWS-READ
                        IF  WS-ROWS-READ > WS-FEED-SKIP(WS-FEED-IX)
                        AND IN-SOURCE-ROW NOT = SPACES
                           PERFORM CONVERT-ONE-ROW
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
                  IF WS-GROUP-OPEN
                     MOVE SPACES TO WS-TARGET-LINE
                     WRITE WS-TARGET-LINE
                     ADD 1 TO WS-CTL-COUNT
                  END-IF
                  IF NOT WS-FEED-RUK(WS-FEED-IX)
                     MOVE SPACES TO WS-TARGET-LINE
                     IF WS-FEED-CAL(WS-FEED-IX)
                        STRING 'TRL' WS-CTL-COUNT WS-CTL-HASH
                           DELIMITED BY SIZE INTO WS-TARGET-LINE
                     ELSE
                        STRING 'TRL' WS-CTL-COUNT
                           DELIMITED BY SIZE INTO WS-TARGET-LINE
                     END-IF
                     WRITE WS-TARGET-LINE
                  END-IF
                  CLOSE TARGET-OUT
                  ADD 1 TO WS-FEEDS-CONVERTED
                  ADD WS-ROWS-REJECTED TO WS-TOTAL-REJECTED
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'FEED=' WS-FEED-ID(WS-FEED-IX)
                         ' TYPE=' WS-FEED-TYPE(WS-FEED-IX)
                         ' SOURCE=' WS-SOURCE-FILE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  TARGET=' WS-TARGET-FILE
                         ' ROWS=' WS-ROWS-READ
                         ' CONVERTED=' WS-ROWS-CONVERTED
                         ' REJECTED=' WS-ROWS-REJECTED
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE SPACES TO WS-REPORT-LINE
                  EVALUATE TRUE
                     WHEN WS-FEED-CAL(WS-FEED-IX)
                        STRING '  CONTROL RECORDS=' WS-CTL-COUNT
                               ' HASH=' WS-CTL-HASH
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WHEN WS-FEED-RUK(WS-FEED-IX)
                        MOVE '  NO CONTROL RECORDS (DAY03 LAYOUT)'
                          TO WS-REPORT-LINE
                     WHEN OTHER
                        STRING '  CONTROL RECORDS=' WS-CTL-COUNT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                  END-EVALUATE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           CONVERT-ONE-ROW SECTION.
               PERFORM SPLIT-SOURCE-ROW
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > 6
                  MOVE SPACES TO WS-SLOT-VALUE(WS-SLOT-IX)
                  MOVE WS-FEED-COL(WS-FEED-IX, WS-SLOT-IX) TO IX
                  IF IX > ZERO
                     IF IX > WS-FIELD-COUNT
                        IF  WS-FEED-RND(WS-FEED-IX)
                        AND WS-SLOT-IX = 4
                           CONTINUE
                        ELSE
                           MOVE 'NOCOLS' TO WS-REJECT-REASON
                        END-IF
                     ELSE
                        MOVE WS-FIELD-VALUE(IX)
                          TO WS-SLOT-VALUE(WS-SLOT-IX)
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-LONG-FIELD
                  MOVE 'TOOLONG' TO WS-REJECT-REASON
               END-IF
               IF WS-REJECT-REASON = SPACES
                  EVALUATE TRUE
                     WHEN WS-FEED-CAL(WS-FEED-IX)
                        PERFORM CONVERT-CALORIE-ROW
                     WHEN WS-FEED-RND(WS-FEED-IX)
                        PERFORM CONVERT-ROUND-ROW
                     WHEN WS-FEED-RUK(WS-FEED-IX)
                        PERFORM CONVERT-RUCKSACK-ROW
                     WHEN OTHER
                        PERFORM CONVERT-ASSIGNMENT-ROW
                  END-EVALUATE
               END-IF
               IF WS-REJECT-REASON = SPACES
                  ADD 1 TO WS-ROWS-CONVERTED
               ELSE
                  PERFORM REJECT-SOURCE-ROW
               END-IF
               .

      *****************************************************************
      *  SPLITS THE ROW ON THE FEED'S DELIMITER.  A DELIMITER INSIDE
      *  DOUBLE QUOTES IS DATA, A DOUBLED QUOTE INSIDE QUOTES IS ONE
      *  QUOTE CHARACTER.  LEADING SPACES AND CARRIAGE RETURNS ARE
      *  DROPPED.
      *****************************************************************
           SPLIT-SOURCE-ROW SECTION.
               MOVE SPACES TO WS-FIELD-TABLE
               MOVE 1 TO WS-FIELD-COUNT
               MOVE ZERO TO WS-FIELD-POS
               MOVE 'N' TO WS-QUOTE-SW WS-LONG-FIELD-SW
               MOVE ZERO TO WS-ROW-LEN
               INSPECT FUNCTION REVERSE(IN-SOURCE-ROW)
                  TALLYING WS-ROW-LEN FOR LEADING SPACES
               COMPUTE WS-ROW-LEN =
                       LENGTH OF IN-SOURCE-ROW - WS-ROW-LEN
               PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                       UNTIL WS-CHAR-IX > WS-ROW-LEN
                  MOVE IN-SOURCE-ROW(WS-CHAR-IX:1) TO WS-CHAR
                  EVALUATE TRUE
                     WHEN WS-CHAR = X'0D'
                        CONTINUE
                     WHEN WS-CHAR = '"' AND WS-IN-QUOTES
                     AND WS-CHAR-IX < WS-ROW-LEN
                     AND IN-SOURCE-ROW(WS-CHAR-IX + 1:1) = '"'
                        PERFORM ADD-FIELD-CHARACTER
                        ADD 1 TO WS-CHAR-IX
                     WHEN WS-CHAR = '"' AND WS-IN-QUOTES
                        MOVE 'N' TO WS-QUOTE-SW
                     WHEN WS-CHAR = '"' AND WS-FIELD-POS = ZERO
                        SET WS-IN-QUOTES TO TRUE
                     WHEN WS-CHAR = WS-FEED-DELIM(WS-FEED-IX)
                     AND NOT WS-IN-QUOTES
                        IF WS-FIELD-COUNT < WS-MAX-FIELDS
                           ADD 1 TO WS-FIELD-COUNT
                        END-IF
                        MOVE ZERO TO WS-FIELD-POS
                     WHEN WS-CHAR = SPACE AND WS-FIELD-POS = ZERO
                     AND NOT WS-IN-QUOTES
                        CONTINUE
                     WHEN OTHER
                        PERFORM ADD-FIELD-CHARACTER
                  END-EVALUATE
               END-PERFORM
               .

           ADD-FIELD-CHARACTER SECTION.
               ADD 1 TO WS-FIELD-POS
               IF WS-FIELD-POS > 60
                  SET WS-LONG-FIELD TO TRUE
               ELSE
                  MOVE WS-CHAR
                    TO WS-FIELD-VALUE(WS-FIELD-COUNT)(WS-FIELD-POS:1)
               END-IF
               .

           MEASURE-CHECK-VALUE SECTION.
               MOVE ZERO TO WS-VALUE-LEN
               INSPECT FUNCTION REVERSE(WS-CHECK-VALUE)
                  TALLYING WS-VALUE-LEN FOR LEADING SPACES
               COMPUTE WS-VALUE-LEN =
                       LENGTH OF WS-CHECK-VALUE - WS-VALUE-LEN
               .

           CONVERT-CALORIE-ROW SECTION.
               MOVE WS-SLOT-VALUE(2) TO WS-CHECK-VALUE
               PERFORM MEASURE-CHECK-VALUE
               EVALUATE TRUE
                  WHEN WS-SLOT-VALUE(1) = SPACES
                     MOVE 'BADELF' TO WS-REJECT-REASON
                  WHEN WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 11
                  OR   WS-CHECK-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
                     MOVE 'BADCAL' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE WS-SLOT-VALUE(1) TO WS-ELF-KEY
                     IF  WS-GROUP-OPEN
                     AND WS-ELF-KEY NOT = WS-PRIOR-ELF-KEY
                        MOVE SPACES TO WS-TARGET-LINE
                        WRITE WS-TARGET-LINE
                        ADD 1 TO WS-CTL-COUNT
                     END-IF
                     SET WS-GROUP-OPEN TO TRUE
                     MOVE WS-ELF-KEY TO WS-PRIOR-ELF-KEY
                     MOVE WS-CHECK-VALUE(1:WS-VALUE-LEN) TO WS-CALORIE
                     MOVE SPACES TO WS-TARGET-LINE
                     MOVE WS-CHECK-VALUE(1:WS-VALUE-LEN)
                       TO WS-TARGET-LINE
                     WRITE WS-TARGET-LINE
                     ADD 1 TO WS-CTL-COUNT
                     ADD WS-CALORIE TO WS-CTL-HASH
               END-EVALUATE
               .

           CONVERT-ROUND-ROW SECTION.
               MOVE WS-SLOT-VALUE(1) TO WS-CHECK-VALUE
               PERFORM MEASURE-CHECK-VALUE
               EVALUATE TRUE
                  WHEN WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 4
                     MOVE 'BADPLYR' TO WS-REJECT-REASON
                  WHEN WS-SLOT-VALUE(2) NOT = 'A'
                   AND WS-SLOT-VALUE(2) NOT = 'B'
                   AND WS-SLOT-VALUE(2) NOT = 'C'
                     MOVE 'BADOPP' TO WS-REJECT-REASON
                  WHEN WS-SLOT-VALUE(3) NOT = 'X'
                   AND WS-SLOT-VALUE(3) NOT = 'Y'
                   AND WS-SLOT-VALUE(3) NOT = 'Z'
                     MOVE 'BADCODE' TO WS-REJECT-REASON
                  WHEN WS-SLOT-VALUE(4)(5:56) NOT = SPACES
                     MOVE 'BADDIV' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE SPACES TO WS-TARGET-LINE
                     MOVE WS-SLOT-VALUE(1)(1:4) TO WS-TARGET-LINE(1:4)
                     MOVE WS-SLOT-VALUE(2)(1:1) TO WS-TARGET-LINE(6:1)
                     MOVE WS-SLOT-VALUE(3)(1:1) TO WS-TARGET-LINE(8:1)
                     MOVE WS-SLOT-VALUE(4)(1:4)
                       TO WS-TARGET-LINE(10:4)
                     WRITE WS-TARGET-LINE
                     ADD 1 TO WS-CTL-COUNT
               END-EVALUATE
               .

           CONVERT-RUCKSACK-ROW SECTION.
               MOVE WS-SLOT-VALUE(1) TO WS-CHECK-VALUE
               PERFORM MEASURE-CHECK-VALUE
               IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 8
                  MOVE 'BADELF' TO WS-REJECT-REASON
               ELSE
                  MOVE WS-SLOT-VALUE(2) TO WS-CHECK-VALUE
                  PERFORM MEASURE-CHECK-VALUE
                  IF WS-VALUE-LEN = ZERO
                  OR WS-CHECK-VALUE(1:WS-VALUE-LEN) NOT ALPHABETIC
                     MOVE 'BADITEMS' TO WS-REJECT-REASON
                  ELSE
                     MOVE SPACES TO WS-TARGET-LINE
                     MOVE WS-SLOT-VALUE(1)(1:8) TO WS-TARGET-LINE(1:8)
                     MOVE WS-SLOT-VALUE(2) TO WS-TARGET-LINE(10:60)
                     WRITE WS-TARGET-LINE
                     ADD 1 TO WS-CTL-COUNT
                  END-IF
               END-IF
               .

           CONVERT-ASSIGNMENT-ROW SECTION.
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > 6
                  MOVE WS-SLOT-VALUE(WS-SLOT-IX) TO WS-CHECK-VALUE
                  PERFORM MEASURE-CHECK-VALUE
                  IF WS-SLOT-IX < 3
                     IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 8
                        MOVE 'BADELF' TO WS-REJECT-REASON
                     END-IF
                  ELSE
                     IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 3
                     OR WS-CHECK-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
                        MOVE 'BADRANGE' TO WS-REJECT-REASON
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-REJECT-REASON = SPACES
                  MOVE SPACES TO WS-TARGET-LINE
                  STRING WS-SLOT-VALUE(1) DELIMITED BY SPACE
                         ',' DELIMITED BY SIZE
                         WS-SLOT-VALUE(2) DELIMITED BY SPACE
                         ',' DELIMITED BY SIZE
                         WS-SLOT-VALUE(3) DELIMITED BY SPACE
                         '-' DELIMITED BY SIZE
                         WS-SLOT-VALUE(4) DELIMITED BY SPACE
                         ',' DELIMITED BY SIZE
                         WS-SLOT-VALUE(5) DELIMITED BY SPACE
                         '-' DELIMITED BY SIZE
                         WS-SLOT-VALUE(6) DELIMITED BY SPACE
                     INTO WS-TARGET-LINE
                  WRITE WS-TARGET-LINE
                  ADD 1 TO WS-CTL-COUNT
               END-IF
               .

           REJECT-SOURCE-ROW SECTION.
               ADD 1 TO WS-ROWS-REJECTED
               IF NOT WS-REJECTS-OPEN
                  OPEN OUTPUT REJECT-OUT
                  SET WS-REJECTS-OPEN TO TRUE
               END-IF
               MOVE SPACES TO WS-REJECT-LINE
               STRING 'FEED=' WS-FEED-ID(WS-FEED-IX)
                      ' ROW=' WS-ROWS-READ
                      ' REASON=' WS-REJECT-REASON
                      ' DATA=' IN-SOURCE-ROW
                  DELIMITED BY SIZE INTO WS-REJECT-LINE
               INSPECT WS-REJECT-LINE REPLACING ALL X'09' BY SPACE
                                                ALL X'0D' BY SPACE
               WRITE WS-REJECT-LINE
               MOVE WS-SOURCE-FILE     TO WS-EXCP-FILE-NAME
               MOVE WS-ROWS-READ       TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
               MOVE IN-SOURCE-ROW      TO WS-EXCP-IMAGE
               INSPECT WS-EXCP-IMAGE REPLACING ALL X'09' BY SPACE
                                               ALL X'0D' BY SPACE
               PERFORM WRITE-EXCEPTION-LOG
               .

           COPY EXCPAPP.
