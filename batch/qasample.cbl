           IDENTIFICATION DIVISION.
           PROGRAM-ID. QASAMPLE.

      *****************************************************************
      *  QA AUDIT SAMPLING.  EACH RUN DRAWS A RANDOM SAMPLE OF THE
      *  RECORDS THE ENGINES PROCESSED FOR THE BUSINESS DATE:
      *
      *     DAY02  DAY02_DETAIL.TXT   (ROUND DETAIL)
      *     DAY03  DAY03_DETAIL.TXT
      *     DAY04  DAY04_DETAIL.TXT
      *     DAY05  DAY05_MOVELOG.TXT
      *
      *  AT QA_RATE_DAYnn PERCENT (DEFAULT 5).  THE DRAW IS SEEDED
      *  FROM THE BUSINESS DATE AND PROGRAM, SO A RERUN PICKS THE SAME
      *  RECORDS; A PROGRAM ALREADY SAMPLED FOR THE DATE IS NOT DRAWN
      *  AGAIN.  SAMPLES ARE KEPT ON QA_SAMPLES.TXT UNTIL REVIEWED AND
      *  EVERY OPEN SAMPLE IS PRINTED ON QA_WORKSHEET.TXT.  REVIEWERS
      *  (GRANTED QAREVIEW ON OPAUTH.TXT) RETURN QA_REVIEW.TXT CARDS:
      *
      *     SAMPLE-ID    A|D REVR NOTE
      *
      *  A = AGREED, D = DISPUTED.  A DISPUTED SAMPLE IS POSTED TO
      *  THE EXCEPTION REPOSITORY AGAINST THE DETAIL FILE AND LINE IT
      *  CAME FROM.  QA_ERROR_RATES.TXT IS REBUILT EACH RUN WITH THE
      *  SAMPLED, REVIEWED AND DISPUTED COUNTS AND THE ERROR RATE BY
      *  PROGRAM AND MONTH.  RC 4 WHEN A CARD IS REJECTED OR A SAMPLE
      *  IS DISPUTED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SAMPLE-IN ASSIGN TO 'qa_samples.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAMPLE-STATUS.
              SELECT SAMPLE-OUT ASSIGN TO 'qa_samples.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REVIEW-IN ASSIGN TO 'qa_review.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REVIEW-STATUS.
              SELECT DETAIL-IN ASSIGN TO WS-DETAIL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DETAIL-STATUS.
              SELECT WORKSHEET-OUT ASSIGN TO 'qa_worksheet.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RATES-OUT ASSIGN TO 'qa_error_rates.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT ASSIGN TO 'qa_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD SAMPLE-IN.
              01 IN-SAMPLE-RECORD.
                 03 IN-SMP-ID          PIC X(12).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-DATE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-PROGRAM     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-LINE-NO     PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-STATE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-REVIEWER    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-REVIEWED-ON PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-SMP-IMAGE       PIC X(100).

              FD SAMPLE-OUT.
              01 WS-SAMPLE-OUT-LINE.
                 03 OUT-SMP-ID         PIC X(12).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-PROGRAM    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-LINE-NO    PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-STATE      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-REVIEWER   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-REVIEWED-ON PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-SMP-IMAGE      PIC X(100).

              FD REVIEW-IN.
              01 IN-REVIEW-CARD.
                 03 IN-REV-SAMPLE-ID   PIC X(12).
                 03 FILLER             PIC X(1).
                 03 IN-REV-OUTCOME     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-REV-REVIEWER    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-REV-NOTE        PIC X(40).

              FD DETAIL-IN.
              01 IN-DETAIL-LINE        PIC X(100).

              FD WORKSHEET-OUT.
              01 WS-WORKSHEET-LINE     PIC X(132).

              FD RATES-OUT.
              01 WS-RATES-LINE         PIC X(100).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).

              01 WS-SAMPLE-STATUS      PIC X(2).
              01 WS-REVIEW-STATUS      PIC X(2).
              01 WS-DETAIL-STATUS      PIC X(2).
              01 WS-DETAIL-FILE        PIC X(40).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'QASAMPLE'.
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
              01 WS-PARM-LEN           PIC 9(2) COMP.

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'QAREVIEW'.
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.
                 88 WS-SEC-SENIOR           VALUE 'Y'.

              01 WS-SOURCE-TABLE-DATA.
                 03 FILLER PIC X(48) VALUE
                    'DAY02   day02_detail.txt                        '.
                 03 FILLER PIC X(48) VALUE
                    'DAY03   day03_detail.txt                        '.
                 03 FILLER PIC X(48) VALUE
                    'DAY04   day04_detail.txt                        '.
                 03 FILLER PIC X(48) VALUE
                    'DAY05   day05_movelog.txt                       '.
              01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-TABLE-DATA.
                 03 WS-SOURCE-ENTRY OCCURS 4.
                    05 WS-SOURCE-PROGRAM  PIC X(8).
                    05 WS-SOURCE-FILE     PIC X(40).
              01 WS-SOURCE-COUNT       PIC 9(2) COMP VALUE 4.
              01 WS-SOURCE-IX          PIC 9(2) COMP.
              01 WS-SAMPLE-RATES.
                 03 WS-SAMPLE-RATE     PIC 9(3) OCCURS 4.

              01 WS-SAMPLE-EOF-SW      PIC X.
                 88 WS-SAMPLE-EOF           VALUE 'Y'.
              01 WS-DETAIL-EOF-SW      PIC X.
                 88 WS-DETAIL-EOF           VALUE 'Y'.

              01 WS-MAX-SAMPLES        PIC 9(4) COMP VALUE 3000.
              01 WS-SAMPLE-TABLE.
                 03 WS-SAMPLE-ENTRY OCCURS 3000.
                    05 WS-SMP-ID          PIC X(12).
                    05 WS-SMP-DATE        PIC X(8).
                    05 WS-SMP-PROGRAM     PIC X(8).
                    05 WS-SMP-LINE-NO     PIC 9(7).
                    05 WS-SMP-STATE       PIC X(1).
                       88 WS-SMP-OPEN           VALUE 'O'.
                       88 WS-SMP-AGREED         VALUE 'A'.
                       88 WS-SMP-DISPUTED       VALUE 'D'.
                    05 WS-SMP-REVIEWER    PIC X(4).
                    05 WS-SMP-REVIEWED-ON PIC X(8).
                    05 WS-SMP-IMAGE       PIC X(100).
              01 WS-SAMPLE-COUNT       PIC 9(4) COMP VALUE 0.
              01 WS-SAMPLE-IX          PIC 9(4) COMP.
              01 WS-DATE-SEQ           PIC 9(3).
              01 IX                    PIC 9(4) COMP.

              01 WS-MAX-RATES          PIC 9(3) COMP VALUE 200.
              01 WS-RATE-TABLE.
                 03 WS-RATE-ENTRY OCCURS 200.
                    05 WS-RATE-PROGRAM    PIC X(8).
                    05 WS-RATE-MONTH      PIC X(6).
                    05 WS-RATE-SAMPLED    PIC 9(7).
                    05 WS-RATE-AGREED     PIC 9(7).
                    05 WS-RATE-DISPUTED   PIC 9(7).
              01 WS-RATE-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-RATE-IX            PIC 9(3) COMP.
              01 WS-RATE-REVIEWED      PIC 9(7).
              01 WS-RATE-PCT           PIC 9(3)V99.
              01 WS-RATE-PCT-DISP      PIC ZZ9.99.

              01 WS-RAND               PIC 9(9) COMP.
              01 WS-RAND-WORK          PIC 9(18) COMP.
              01 WS-RAND-PICK          PIC 9(9) COMP.

              01 WS-ALREADY-SW         PIC X.
                 88 WS-ALREADY-SAMPLED      VALUE 'Y'.
              01 WS-DETAIL-LINE-NO     PIC 9(7).
              01 WS-DRAWN-COUNT        PIC 9(7).
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-OPEN-COUNT         PIC 9(5).

              01 WS-CARDS-READ         PIC 9(7) VALUE 0.
              01 WS-NEW-SAMPLES        PIC 9(7) VALUE 0.
              01 WS-AGREED-COUNT       PIC 9(5) VALUE 0.
              01 WS-DISPUTED-COUNT     PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
                       UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
                  PERFORM RESOLVE-SAMPLE-RATE
               END-PERFORM

               PERFORM LOAD-SAMPLE-REGISTER

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'QA AUDIT SAMPLING FOR BUSINESS DATE '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM APPLY-REVIEWER-CARDS

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
                       UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
                  PERFORM DRAW-PROGRAM-SAMPLE
               END-PERFORM

               PERFORM REWRITE-SAMPLE-REGISTER
               PERFORM WRITE-REVIEW-WORKSHEET
               PERFORM WRITE-ERROR-RATE-SUMMARY

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NEW SAMPLES=' WS-NEW-SAMPLES
                      ' CARDS READ=' WS-CARDS-READ
                      ' AGREED=' WS-AGREED-COUNT
                      ' DISPUTED=' WS-DISPUTED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                      ' OPEN=' WS-OPEN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'QASAMPLE: ' WS-NEW-SAMPLES ' NEW SAMPLE(S), '
                       WS-OPEN-COUNT ' OPEN FOR REVIEW - SEE '
                       'QA_WORKSHEET.TXT'
               IF WS-REJECT-COUNT > ZERO OR WS-DISPUTED-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           RESOLVE-SAMPLE-RATE SECTION.
               MOVE 5 TO WS-SAMPLE-RATE(WS-SOURCE-IX)
               MOVE SPACES TO WS-PARM-NAME
               STRING 'QA_RATE_' WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                  DELIMITED BY SPACE INTO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF NOT WS-PARM-FOUND
                  MOVE SPACES TO WS-PARM-VALUE
                  ACCEPT WS-PARM-VALUE FROM ENVIRONMENT WS-PARM-NAME
               END-IF
               MOVE ZERO TO WS-PARM-LEN
               INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
               IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 4
               AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                  MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                    TO WS-SAMPLE-RATE(WS-SOURCE-IX)
                  IF WS-SAMPLE-RATE(WS-SOURCE-IX) > 100
                     MOVE 100 TO WS-SAMPLE-RATE(WS-SOURCE-IX)
                  END-IF
               END-IF
               .

           LOAD-SAMPLE-REGISTER SECTION.
               MOVE 'N' TO WS-SAMPLE-EOF-SW
               OPEN INPUT SAMPLE-IN
               IF WS-SAMPLE-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-SAMPLE-EOF
                     READ SAMPLE-IN
                     AT END
                        SET WS-SAMPLE-EOF TO TRUE
                     NOT AT END
                        IF IN-SMP-ID = SPACES
                           CONTINUE
                        ELSE
                        IF WS-SAMPLE-COUNT < WS-MAX-SAMPLES
                           ADD 1 TO WS-SAMPLE-COUNT
                           MOVE IN-SMP-ID
                             TO WS-SMP-ID(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-DATE
                             TO WS-SMP-DATE(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-PROGRAM
                             TO WS-SMP-PROGRAM(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-LINE-NO
                             TO WS-SMP-LINE-NO(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-STATE
                             TO WS-SMP-STATE(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-REVIEWER
                             TO WS-SMP-REVIEWER(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-REVIEWED-ON
                             TO WS-SMP-REVIEWED-ON(WS-SAMPLE-COUNT)
                           MOVE IN-SMP-IMAGE
                             TO WS-SMP-IMAGE(WS-SAMPLE-COUNT)
                        ELSE
                           DISPLAY 'QASAMPLE: SAMPLE REGISTER FULL - '
                                   'SAMPLE ' IN-SMP-ID ' DROPPED'
                        END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SAMPLE-IN
               END-IF
               .

           APPLY-REVIEWER-CARDS SECTION.
               MOVE 'REVIEWER OUTCOMES' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               OPEN INPUT REVIEW-IN
               IF WS-REVIEW-STATUS NOT = '00'
                  MOVE '  NO REVIEWER CARDS' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM UNTIL WS-REVIEW-STATUS NOT = '00'
                     READ REVIEW-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-CARDS-READ
                        IF  IN-REVIEW-CARD NOT = SPACES
                        AND IN-REVIEW-CARD(1:1) NOT = '*'
                           PERFORM APPLY-ONE-REVIEW
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE REVIEW-IN
                  CALL 'CBL_DELETE_FILE' USING 'qa_review.txt'
               END-IF
               .

           APPLY-ONE-REVIEW SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-SAMPLE-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-SAMPLE-COUNT
                  IF WS-SMP-ID(IX) = IN-REV-SAMPLE-ID
                     MOVE IX TO WS-SAMPLE-IX
                     MOVE WS-SAMPLE-COUNT TO IX
                  END-IF
               END-PERFORM
               MOVE IN-REV-REVIEWER TO WS-SEC-OPERATOR
               MOVE SPACES TO WS-SEC-PARMS
               STRING 'REVIEW QA SAMPLE ' IN-REV-SAMPLE-ID
                  DELIMITED BY SIZE INTO WS-SEC-PARMS
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               EVALUATE TRUE
                  WHEN WS-SAMPLE-IX = ZERO
                     MOVE 'NOSAMPLE' TO WS-REJECT-REASON
                  WHEN NOT WS-SMP-OPEN(WS-SAMPLE-IX)
                     MOVE 'REVIEWED' TO WS-REJECT-REASON
                  WHEN IN-REV-OUTCOME NOT = 'A'
                   AND IN-REV-OUTCOME NOT = 'D'
                     MOVE 'BADOUTCM' TO WS-REJECT-REASON
                  WHEN IN-REV-REVIEWER = SPACES
                  OR   NOT WS-SEC-GRANTED
                     MOVE 'NOTAUTH' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE IN-REV-OUTCOME
                       TO WS-SMP-STATE(WS-SAMPLE-IX)
                     MOVE IN-REV-REVIEWER
                       TO WS-SMP-REVIEWER(WS-SAMPLE-IX)
                     MOVE WS-RUN-DATE-X
                       TO WS-SMP-REVIEWED-ON(WS-SAMPLE-IX)
                     MOVE SPACES TO WS-REPORT-LINE
                     IF WS-SMP-AGREED(WS-SAMPLE-IX)
                        ADD 1 TO WS-AGREED-COUNT
                        STRING '  AGREED    SAMPLE=' IN-REV-SAMPLE-ID
                               ' PROGRAM='
                               WS-SMP-PROGRAM(WS-SAMPLE-IX)
                               ' BY=' IN-REV-REVIEWER
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WRITE WS-REPORT-LINE
                     ELSE
                        ADD 1 TO WS-DISPUTED-COUNT
                        STRING '  DISPUTED  SAMPLE=' IN-REV-SAMPLE-ID
                               ' PROGRAM='
                               WS-SMP-PROGRAM(WS-SAMPLE-IX)
                               ' BY=' IN-REV-REVIEWER
                               ' NOTE=' IN-REV-NOTE
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WRITE WS-REPORT-LINE
                        PERFORM POST-DISPUTED-SAMPLE
                     END-IF
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  REJECTED  CARD=' IN-REVIEW-CARD
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'qa_review.txt'    TO WS-EXCP-FILE-NAME
                  MOVE WS-CARDS-READ      TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON   TO WS-EXCP-REASON
                  MOVE IN-REVIEW-CARD     TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

      *****************************************************************
      *  A DISPUTE IS LOGGED AGAINST THE DETAIL RECORD ITSELF SO THE
      *  DAILY EXCEPTION REVIEW SHOWS WHICH ENGINE OUTPUT IS IN DOUBT.
      *****************************************************************
           POST-DISPUTED-SAMPLE SECTION.
               MOVE SPACES TO WS-EXCP-FILE-NAME
               PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
                       UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
                  IF WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                     = WS-SMP-PROGRAM(WS-SAMPLE-IX)
                     MOVE WS-SOURCE-FILE(WS-SOURCE-IX)
                       TO WS-EXCP-FILE-NAME
                  END-IF
               END-PERFORM
               MOVE WS-SMP-LINE-NO(WS-SAMPLE-IX) TO WS-EXCP-LINE-NO
               MOVE 'QADISPUT' TO WS-EXCP-REASON
               MOVE WS-SMP-IMAGE(WS-SAMPLE-IX) TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           DRAW-PROGRAM-SAMPLE SECTION.
               MOVE 'N' TO WS-ALREADY-SW
               MOVE ZERO TO WS-DATE-SEQ
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-SAMPLE-COUNT
                  IF WS-SMP-DATE(IX) = WS-RUN-DATE-X
                     ADD 1 TO WS-DATE-SEQ
                     IF WS-SMP-PROGRAM(IX)
                        = WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                        SET WS-ALREADY-SAMPLED TO TRUE
                     END-IF
                  END-IF
               END-PERFORM
               MOVE WS-SOURCE-FILE(WS-SOURCE-IX) TO WS-DETAIL-FILE
               MOVE ZERO TO WS-DETAIL-LINE-NO WS-DRAWN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               EVALUATE TRUE
                  WHEN WS-ALREADY-SAMPLED
                     STRING WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                            ' ALREADY SAMPLED FOR ' WS-RUN-DATE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WHEN WS-SAMPLE-RATE(WS-SOURCE-IX) = ZERO
                     STRING WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                            ' NOT SAMPLED - RATE IS ZERO'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WHEN OTHER
                     PERFORM SCAN-DETAIL-FILE
               END-EVALUATE
               WRITE WS-REPORT-LINE
               .

      *****************************************************************
      *  THE GENERATOR IS SEEDED FROM THE BUSINESS DATE AND THE
      *  PROGRAM'S PLACE IN THE SOURCE TABLE, AND ONE PICK IS TAKEN
      *  PER DETAIL RECORD, SO THE SAME FILE ALWAYS GIVES THE SAME
      *  SAMPLE.
      *****************************************************************
           SCAN-DETAIL-FILE SECTION.
               COMPUTE WS-RAND = WS-RUN-DATE + WS-SOURCE-IX * 7919
               MOVE 'N' TO WS-DETAIL-EOF-SW
               OPEN INPUT DETAIL-IN
               IF WS-DETAIL-STATUS NOT = '00'
                  STRING WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                         ' NOT SAMPLED - ' DELIMITED BY SIZE
                         WS-DETAIL-FILE DELIMITED BY SPACE
                         ' NOT ON FILE' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
               ELSE
                  PERFORM UNTIL WS-DETAIL-EOF
                     READ DETAIL-IN
                     AT END
                        SET WS-DETAIL-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-DETAIL-LINE-NO
                        IF IN-DETAIL-LINE NOT = SPACES
                           PERFORM PICK-DETAIL-RECORD
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE DETAIL-IN
                  STRING WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                         ' RECORDS=' WS-DETAIL-LINE-NO
                         ' RATE=' WS-SAMPLE-RATE(WS-SOURCE-IX)
                         '% SAMPLED=' WS-DRAWN-COUNT
                         ' FROM ' WS-DETAIL-FILE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               .

           PICK-DETAIL-RECORD SECTION.
               COMPUTE WS-RAND-WORK =
                       WS-RAND * 1103515 + 12345
               COMPUTE WS-RAND =
                       FUNCTION MOD(WS-RAND-WORK, 214748357)
               COMPUTE WS-RAND-PICK = FUNCTION MOD(WS-RAND, 100)
               IF WS-RAND-PICK < WS-SAMPLE-RATE(WS-SOURCE-IX)
                  IF WS-SAMPLE-COUNT < WS-MAX-SAMPLES
                  AND WS-DATE-SEQ < 999
                     ADD 1 TO WS-SAMPLE-COUNT
                     ADD 1 TO WS-DATE-SEQ
                     ADD 1 TO WS-DRAWN-COUNT
                     ADD 1 TO WS-NEW-SAMPLES
                     MOVE SPACES TO WS-SMP-ID(WS-SAMPLE-COUNT)
                     STRING 'Q' WS-RUN-DATE-X WS-DATE-SEQ
                        DELIMITED BY SIZE
                        INTO WS-SMP-ID(WS-SAMPLE-COUNT)
                     MOVE WS-RUN-DATE-X
                       TO WS-SMP-DATE(WS-SAMPLE-COUNT)
                     MOVE WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                       TO WS-SMP-PROGRAM(WS-SAMPLE-COUNT)
                     MOVE WS-DETAIL-LINE-NO
                       TO WS-SMP-LINE-NO(WS-SAMPLE-COUNT)
                     MOVE 'O' TO WS-SMP-STATE(WS-SAMPLE-COUNT)
                     MOVE SPACES TO WS-SMP-REVIEWER(WS-SAMPLE-COUNT)
                                    WS-SMP-REVIEWED-ON(WS-SAMPLE-COUNT)
                     MOVE IN-DETAIL-LINE
                       TO WS-SMP-IMAGE(WS-SAMPLE-COUNT)
                  ELSE
                     DISPLAY 'QASAMPLE: SAMPLE REGISTER FULL - '
                             WS-DETAIL-FILE ' LINE '
                             WS-DETAIL-LINE-NO ' NOT SAMPLED'
                  END-IF
               END-IF
               .

           REWRITE-SAMPLE-REGISTER SECTION.
               OPEN OUTPUT SAMPLE-OUT
               PERFORM VARYING WS-SAMPLE-IX FROM 1 BY 1
                       UNTIL WS-SAMPLE-IX > WS-SAMPLE-COUNT
                  MOVE SPACES TO WS-SAMPLE-OUT-LINE
                  MOVE WS-SMP-ID(WS-SAMPLE-IX)      TO OUT-SMP-ID
                  MOVE WS-SMP-DATE(WS-SAMPLE-IX)    TO OUT-SMP-DATE
                  MOVE WS-SMP-PROGRAM(WS-SAMPLE-IX)
                    TO OUT-SMP-PROGRAM
                  MOVE WS-SMP-LINE-NO(WS-SAMPLE-IX)
                    TO OUT-SMP-LINE-NO
                  MOVE WS-SMP-STATE(WS-SAMPLE-IX)   TO OUT-SMP-STATE
                  MOVE WS-SMP-REVIEWER(WS-SAMPLE-IX)
                    TO OUT-SMP-REVIEWER
                  MOVE WS-SMP-REVIEWED-ON(WS-SAMPLE-IX)
                    TO OUT-SMP-REVIEWED-ON
                  MOVE WS-SMP-IMAGE(WS-SAMPLE-IX)   TO OUT-SMP-IMAGE
                  WRITE WS-SAMPLE-OUT-LINE
               END-PERFORM
               CLOSE SAMPLE-OUT
               .

           WRITE-REVIEW-WORKSHEET SECTION.
               MOVE ZERO TO WS-OPEN-COUNT
               OPEN OUTPUT WORKSHEET-OUT
               MOVE SPACES TO WS-WORKSHEET-LINE
               STRING 'QA REVIEW WORKSHEET AS AT ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
               WRITE WS-WORKSHEET-LINE
               MOVE 'RETURN ONE CARD PER SAMPLE ON QA_REVIEW.TXT: '
                 TO WS-WORKSHEET-LINE
               WRITE WS-WORKSHEET-LINE
               MOVE '  SAMPLE-ID    A|D REVR NOTE'
                 TO WS-WORKSHEET-LINE
               WRITE WS-WORKSHEET-LINE
               MOVE SPACES TO WS-WORKSHEET-LINE
               WRITE WS-WORKSHEET-LINE
               PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
                       UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
                  PERFORM VARYING WS-SAMPLE-IX FROM 1 BY 1
                          UNTIL WS-SAMPLE-IX > WS-SAMPLE-COUNT
                     IF  WS-SMP-OPEN(WS-SAMPLE-IX)
                     AND WS-SMP-PROGRAM(WS-SAMPLE-IX)
                         = WS-SOURCE-PROGRAM(WS-SOURCE-IX)
                        ADD 1 TO WS-OPEN-COUNT
                        MOVE SPACES TO WS-WORKSHEET-LINE
                        STRING 'SAMPLE=' WS-SMP-ID(WS-SAMPLE-IX)
                               ' PROGRAM='
                               WS-SMP-PROGRAM(WS-SAMPLE-IX)
                               ' DATE=' WS-SMP-DATE(WS-SAMPLE-IX)
                               ' LINE=' WS-SMP-LINE-NO(WS-SAMPLE-IX)
                               '   [ ] AGREED  [ ] DISPUTED'
                           DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
                        WRITE WS-WORKSHEET-LINE
                        MOVE SPACES TO WS-WORKSHEET-LINE
                        STRING '  ' WS-SMP-IMAGE(WS-SAMPLE-IX)
                           DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
                        WRITE WS-WORKSHEET-LINE
                     END-IF
                  END-PERFORM
               END-PERFORM
               IF WS-OPEN-COUNT = ZERO
                  MOVE 'NO SAMPLES AWAITING REVIEW'
                    TO WS-WORKSHEET-LINE
                  WRITE WS-WORKSHEET-LINE
               END-IF
               CLOSE WORKSHEET-OUT
               .

           WRITE-ERROR-RATE-SUMMARY SECTION.
               PERFORM VARYING WS-SAMPLE-IX FROM 1 BY 1
                       UNTIL WS-SAMPLE-IX > WS-SAMPLE-COUNT
                  PERFORM ACCUMULATE-ERROR-RATE
               END-PERFORM
               OPEN OUTPUT RATES-OUT
               MOVE SPACES TO WS-RATES-LINE
               STRING 'QA ERROR RATES BY PROGRAM AND MONTH AS AT '
                      WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RATES-LINE
               WRITE WS-RATES-LINE
               MOVE SPACES TO WS-RATES-LINE
               WRITE WS-RATES-LINE
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                       UNTIL WS-RATE-IX > WS-RATE-COUNT
                  COMPUTE WS-RATE-REVIEWED =
                          WS-RATE-AGREED(WS-RATE-IX)
                        + WS-RATE-DISPUTED(WS-RATE-IX)
                  MOVE ZERO TO WS-RATE-PCT
                  IF WS-RATE-REVIEWED > ZERO
                     COMPUTE WS-RATE-PCT ROUNDED =
                             WS-RATE-DISPUTED(WS-RATE-IX) * 100
                           / WS-RATE-REVIEWED
                  END-IF
                  MOVE WS-RATE-PCT TO WS-RATE-PCT-DISP
                  MOVE SPACES TO WS-RATES-LINE
                  STRING 'PROGRAM=' WS-RATE-PROGRAM(WS-RATE-IX)
                         ' MONTH=' WS-RATE-MONTH(WS-RATE-IX)
                         ' SAMPLED=' WS-RATE-SAMPLED(WS-RATE-IX)
                         ' REVIEWED=' WS-RATE-REVIEWED
                         ' DISPUTED=' WS-RATE-DISPUTED(WS-RATE-IX)
                         ' ERROR-RATE=' WS-RATE-PCT-DISP '%'
                     DELIMITED BY SIZE INTO WS-RATES-LINE
                  WRITE WS-RATES-LINE
               END-PERFORM
               IF WS-RATE-COUNT = ZERO
                  MOVE 'NO SAMPLES ON FILE' TO WS-RATES-LINE
                  WRITE WS-RATES-LINE
               END-IF
               CLOSE RATES-OUT
               .

           ACCUMULATE-ERROR-RATE SECTION.
               MOVE ZERO TO WS-RATE-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-RATE-COUNT
                  IF  WS-RATE-PROGRAM(IX)
                      = WS-SMP-PROGRAM(WS-SAMPLE-IX)
                  AND WS-RATE-MONTH(IX)
                      = WS-SMP-DATE(WS-SAMPLE-IX)(1:6)
                     MOVE IX TO WS-RATE-IX
                     MOVE WS-RATE-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-RATE-IX = ZERO AND WS-RATE-COUNT < WS-MAX-RATES
                  ADD 1 TO WS-RATE-COUNT
                  MOVE WS-RATE-COUNT TO WS-RATE-IX
                  MOVE WS-SMP-PROGRAM(WS-SAMPLE-IX)
                    TO WS-RATE-PROGRAM(WS-RATE-IX)
                  MOVE WS-SMP-DATE(WS-SAMPLE-IX)(1:6)
                    TO WS-RATE-MONTH(WS-RATE-IX)
                  MOVE ZERO TO WS-RATE-SAMPLED(WS-RATE-IX)
                               WS-RATE-AGREED(WS-RATE-IX)
                               WS-RATE-DISPUTED(WS-RATE-IX)
               END-IF
               IF WS-RATE-IX > ZERO
                  ADD 1 TO WS-RATE-SAMPLED(WS-RATE-IX)
                  EVALUATE TRUE
                     WHEN WS-SMP-AGREED(WS-SAMPLE-IX)
                        ADD 1 TO WS-RATE-AGREED(WS-RATE-IX)
                     WHEN WS-SMP-DISPUTED(WS-SAMPLE-IX)
                        ADD 1 TO WS-RATE-DISPUTED(WS-RATE-IX)
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
               .

           COPY EXCPAPP.
