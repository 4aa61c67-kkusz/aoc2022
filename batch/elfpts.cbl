           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELFPTS.

      *****************************************************************
      *  ELF RECOGNITION POINTS.  RUN NIGHTLY AFTER THE DAY ENGINES.
      *  POINTS_RULES.TXT SAYS WHAT EACH QUALIFYING EVENT IS WORTH:
      *
      *     EVENT    POINTS PER   DESCRIPTION
      *     D03CLEAN 00010 00001 CLEAN RUCKSACK
      *     D05MOVES 00001 00050 ONE POINT PER 50 CRANE MOVES
      *
      *  AN ELF EARNS POINTS x (UNITS / PER) FOR THE EVENT.  EVENTS:
      *
      *     D02WIN   ROUNDS WON POSTED TO THE DAY02 ROUND JOURNAL FOR
      *              THE BUSINESS DATE (A SEASCORR REVERSAL OF A WIN
      *              TAKES ONE BACK)
      *     D03CLEAN RUCKSACKS ON DAY03_DETAIL.TXT WITH NO DUPLICATE
      *     D03COMPL ELVES ON DAY03_DETAIL.TXT WITH NO PACKVIOL
      *              EXCEPTION FOR THE DATE
      *     D04CLEAN PAIRS ON DAY04_DETAIL.TXT CLASSED NO-OVERLAP,
      *              EXCEPT ELVES ON THE DATE'S DAY04_CERTVIOL.TXT
      *     D05MOVES CRANE MOVES ON THE DATE'S DAY05_OPERATORS.TXT
      *
      *  THE DAY03 AND DAY04 DETAIL FILES CARRY NO DATE, SO THEY ONLY
      *  EARN WHEN RUNSTATS.TXT SHOWS THE ENGINE RAN FOR THE DATE.
      *
      *  EARNED POINTS GO ON THE POINTS_LEDGER.TXT LEDGER ONCE PER
      *  BUSINESS DATE; A RERUN FOR A DATE ALREADY EARNED POSTS NO
      *  EARNINGS.  POINTS_REDEEM.TXT CARDS SPEND POINTS AGAINST
      *  REWARD_CATALOG.TXT:
      *
      *     ELF      REWARD   QTY
      *
      *  THE OPERATOR IS TAKEN FROM OPERATOR_ID AND MUST BE GRANTED
      *  PTSREDM ON OPAUTH.TXT.  THE CARD FILE IS REMOVED ONCE READ.
      *  POINTS_STATEMENTS.TXT GIVES EVERY ELF'S STATEMENT FOR THE
      *  BUSINESS MONTH AND POINTS_LEADERBOARD.TXT RANKS THE CAMPS BY
      *  POINTS EARNED IN THE MONTH.  THE RUN IS LISTED ON
      *  POINTS_REPORT.TXT.  RC 4 WHEN A CARD IS REJECTED.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RULES-IN ASSIGN TO 'points_rules.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULES-STATUS.
              SELECT CATALOG-IN ASSIGN TO 'reward_catalog.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT LEDGER-IN ASSIGN TO 'points_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT LEDGER-OUT ASSIGN TO 'points_ledger.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
              SELECT REDEEM-IN ASSIGN TO 'points_redeem.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REDEEM-STATUS.
              SELECT SOURCE-IN ASSIGN TO WS-SOURCE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
              SELECT STATEMENT-OUT ASSIGN TO 'points_statements.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT BOARD-OUT ASSIGN TO 'points_leaderboard.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REPORT-OUT ASSIGN TO 'points_report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD RULES-IN.
              01 IN-RULE-CARD.
                 03 IN-RULE-EVENT      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RULE-POINTS     PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-RULE-PER        PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-RULE-DESC       PIC X(40).

              FD CATALOG-IN.
              01 IN-REWARD-CARD.
                 03 IN-RWD-CODE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RWD-COST        PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-RWD-DESC        PIC X(30).

              FD ELF-MASTER.
              01 IN-ELF-CARD.
                 03 IN-ELF-CAMP        PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ORDINAL     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ID          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-NAME        PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-STATUS      PIC X(1).

              FD LEDGER-IN.
              01 IN-LEDGER-RECORD.
                 03 IN-LDG-DATE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-ELF         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-TYPE        PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-CODE        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-UNITS       PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-SIGN        PIC X(1).
                 03 IN-LDG-POINTS      PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-OPERATOR    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-LDG-TIME        PIC X(8).

              FD LEDGER-OUT.
              01 OUT-LEDGER-RECORD.
                 03 OUT-LDG-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-ELF        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-TYPE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-CODE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-UNITS      PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-SIGN       PIC X(1).
                 03 OUT-LDG-POINTS     PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-OPERATOR   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-LDG-TIME       PIC X(8).

              FD REDEEM-IN.
              01 IN-REDEEM-CARD.
                 03 IN-RDM-ELF         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RDM-REWARD      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-RDM-QTY         PIC X(3).

              FD SOURCE-IN.
              01 IN-SOURCE-LINE        PIC X(200).
              01 IN-JRNL-RECORD.
                 03 IN-JRNL-DATE       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-MATCH      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-PLAYER     PIC X(4).
                 03 FILLER             PIC X(23).
                 03 IN-JRNL-OUTCOME    PIC X(1).
                 03 FILLER             PIC X(16).
                 03 IN-JRNL-TYPE       PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-JRNL-POSTED     PIC X(8).
              01 IN-D03-DETAIL.
                 03 IN-D03-ELF-TAG     PIC X(4).
                 03 IN-D03-ELF         PIC X(8).
                 03 IN-D03-DUP-TAG     PIC X(10).
                 03 IN-D03-DUP-ITEM    PIC X(4).
              01 IN-D04-DETAIL.
                 03 IN-D04-REC-TAG     PIC X(7).
                 03 IN-D04-RECORD      PIC X(7).
                 03 FILLER             PIC X(6).
                 03 IN-D04-ELF1        PIC X(8).
                 03 FILLER             PIC X(6).
                 03 IN-D04-ELF2        PIC X(8).
              01 IN-D05-OPERATOR.
                 03 IN-D05-OP-TAG      PIC X(9).
                 03 IN-D05-OP          PIC X(4).
                 03 FILLER             PIC X(6).
                 03 IN-D05-NAME        PIC X(20).
                 03 FILLER             PIC X(7).
                 03 IN-D05-MOVES       PIC X(7).
              01 IN-EXCP-RECORD.
                 03 FILLER             PIC X(5).
                 03 IN-EXCP-DATE       PIC X(8).
                 03 FILLER             PIC X(9).
                 03 IN-EXCP-PROGRAM    PIC X(8).
                 03 FILLER             PIC X(6).
                 03 IN-EXCP-FILE       PIC X(40).
                 03 FILLER             PIC X(6).
                 03 IN-EXCP-LINE       PIC X(7).
                 03 FILLER             PIC X(8).
                 03 IN-EXCP-REASON     PIC X(8).
                 03 FILLER             PIC X(8).
                 03 IN-EXCP-IMAGE      PIC X(60).

              FD STATEMENT-OUT.
              01 WS-STATEMENT-LINE     PIC X(132).

              FD BOARD-OUT.
              01 WS-BOARD-LINE         PIC X(132).

              FD REPORT-OUT.
              01 WS-REPORT-LINE        PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).

              01 WS-RULES-STATUS       PIC X(2).
              01 WS-CATALOG-STATUS     PIC X(2).
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-LEDGER-STATUS      PIC X(2).
              01 WS-REDEEM-STATUS      PIC X(2).
              01 WS-SOURCE-STATUS      PIC X(2).
              01 WS-SOURCE-FILE        PIC X(40).
              01 WS-SOURCE-EOF-SW      PIC X.
                 88 WS-SOURCE-EOF           VALUE 'Y'.
              01 WS-SOURCE-LINE-NO     PIC 9(7).

              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
              01 WS-RUN-MONTH          PIC X(6).
              01 WS-RUN-TIME           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'ELFPTS'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'PTSREDM'.
              01 WS-SEC-PARMS          PIC X(40).
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.
                 88 WS-SEC-SENIOR           VALUE 'Y'.

      *    EARNING EVENTS.  THE RULES FILE FILLS IN WHAT EACH IS WORTH;
      *    AN EVENT WITH NO RULE EARNS NOTHING.
              01 WS-EVENT-TABLE-DATA.
                 03 FILLER PIC X(8) VALUE 'D02WIN'.
                 03 FILLER PIC X(8) VALUE 'D03CLEAN'.
                 03 FILLER PIC X(8) VALUE 'D03COMPL'.
                 03 FILLER PIC X(8) VALUE 'D04CLEAN'.
                 03 FILLER PIC X(8) VALUE 'D05MOVES'.
              01 WS-EVENT-TABLE REDEFINES WS-EVENT-TABLE-DATA.
                 03 WS-EVENT-CODE      PIC X(8) OCCURS 5.
              01 WS-EVENT-COUNT        PIC 9(2) COMP VALUE 5.
              01 WS-EVENT-RULES.
                 03 WS-EVENT-RULE OCCURS 5.
                    05 WS-EVT-RULE-SW     PIC X.
                       88 WS-EVT-HAS-RULE      VALUE 'Y'.
                    05 WS-EVT-POINTS      PIC 9(5).
                    05 WS-EVT-PER         PIC 9(5).
                    05 WS-EVT-DESC        PIC X(40).
                    05 WS-EVT-ELVES       PIC 9(5).
                    05 WS-EVT-DISQUAL     PIC 9(5).
                    05 WS-EVT-EARNED      PIC S9(9).
              01 WS-EVENT-IX           PIC 9(2) COMP.
              01 WS-RULE-COUNT         PIC 9(3) VALUE 0.

              01 WS-MAX-REWARDS        PIC 9(3) COMP VALUE 200.
              01 WS-REWARD-TABLE.
                 03 WS-REWARD-ENTRY OCCURS 200.
                    05 WS-RWD-CODE        PIC X(8).
                    05 WS-RWD-COST        PIC 9(5).
                    05 WS-RWD-DESC        PIC X(30).
              01 WS-REWARD-COUNT       PIC 9(3) COMP VALUE 0.
              01 WS-REWARD-IX          PIC 9(3) COMP.

              01 WS-MAX-MASTER         PIC 9(4) COMP VALUE 3000.
              01 WS-MASTER-TABLE.
                 03 WS-MASTER-ENTRY OCCURS 3000.
                    05 WS-MST-ID          PIC X(8).
                    05 WS-MST-CAMP        PIC X(4).
                    05 WS-MST-NAME        PIC X(20).
                    05 WS-MST-STATUS      PIC X(1).
              01 WS-MASTER-COUNT       PIC 9(4) COMP VALUE 0.
              01 WS-MASTER-IX          PIC 9(4) COMP.

      *    ONE ENTRY PER ELF ON THE LEDGER, WITH THE RUNNING BALANCE
      *    AND THE BUSINESS MONTH'S FIGURES FOR THE STATEMENTS.
              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 3000.
              01 WS-POINTS-TABLE.
                 03 WS-POINTS-ENTRY OCCURS 3000.
                    05 WS-PTS-ELF         PIC X(8).
                    05 WS-PTS-CAMP        PIC X(4).
                    05 WS-PTS-NAME        PIC X(20).
                    05 WS-PTS-BALANCE     PIC S9(9).
                    05 WS-PTS-OPENING     PIC S9(9).
                    05 WS-PTS-EARNED      PIC S9(9).
                    05 WS-PTS-REDEEMED    PIC S9(9).
                    05 WS-PTS-ENTRIES     PIC 9(5).
                    05 WS-PTS-RANKED-SW   PIC X.
                       88 WS-PTS-RANKED        VALUE 'Y'.
              01 WS-POINTS-COUNT       PIC 9(4) COMP VALUE 0.
              01 WS-POINTS-IX          PIC 9(4) COMP.

              01 WS-MAX-MONTH          PIC 9(4) COMP VALUE 5000.
              01 WS-MONTH-TABLE.
                 03 WS-MONTH-ENTRY OCCURS 5000.
                    05 WS-MON-DATE        PIC X(8).
                    05 WS-MON-ELF         PIC X(8).
                    05 WS-MON-TYPE        PIC X(1).
                    05 WS-MON-CODE        PIC X(8).
                    05 WS-MON-UNITS       PIC 9(7).
                    05 WS-MON-POINTS      PIC S9(7).
              01 WS-MONTH-COUNT        PIC 9(4) COMP VALUE 0.
              01 WS-MONTH-IX           PIC 9(4) COMP.

              01 WS-MAX-PENDING        PIC 9(4) COMP VALUE 3000.
              01 WS-PENDING-TABLE.
                 03 WS-PENDING-ENTRY OCCURS 3000.
                    05 WS-PND-ELF         PIC X(8).
                    05 WS-PND-EVENT-IX    PIC 9(2) COMP.
                    05 WS-PND-UNITS       PIC S9(7).
                    05 WS-PND-DISQ-SW     PIC X.
                       88 WS-PND-DISQUALIFIED  VALUE 'Y'.
              01 WS-PENDING-COUNT      PIC 9(4) COMP VALUE 0.
              01 WS-PENDING-IX         PIC 9(4) COMP.
              01 WS-PEND-UNITS         PIC S9(7).

              01 WS-MAX-CAMPS          PIC 9(3) COMP VALUE 200.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 200.
                    05 WS-CMP-CAMP        PIC X(4).
                    05 WS-CMP-EARNED      PIC S9(9).
                    05 WS-CMP-BALANCE     PIC S9(9).
                    05 WS-CMP-ELVES       PIC 9(5).
                    05 WS-CMP-RANKED-SW   PIC X.
                       88 WS-CMP-RANKED        VALUE 'Y'.
              01 WS-CAMP-COUNT         PIC 9(3) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(3) COMP.
              01 WS-BEST-IX            PIC 9(4) COMP.
              01 WS-BEST-EARNED        PIC S9(9).
              01 WS-RANK               PIC 9(3).
              01 WS-ELF-RANK           PIC 9(3).
              01 WS-TOP-ELVES          PIC 9(3) VALUE 3.
              01 IX                    PIC 9(4) COMP.

      *    THE LEDGER ENTRY BEING LOADED OR POSTED.
              01 WS-ENT-DATE           PIC X(8).
              01 WS-ENT-ELF            PIC X(8).
              01 WS-ENT-TYPE           PIC X(1).
                 88 WS-ENT-EARNING          VALUE 'E'.
                 88 WS-ENT-REDEMPTION       VALUE 'R'.
              01 WS-ENT-CODE           PIC X(8).
              01 WS-ENT-UNITS          PIC 9(7).
              01 WS-ENT-POINTS         PIC S9(7).

              01 WS-FIND-ELF           PIC X(8).
              01 WS-EARNED-SW          PIC X VALUE 'N'.
                 88 WS-ALREADY-EARNED       VALUE 'Y'.
              01 WS-SOURCE-DATE-SW     PIC X.
                 88 WS-SOURCE-CURRENT       VALUE 'Y'.
              01 WS-ENGINE-ID          PIC X(8).
              01 WS-ENGINE-RAN-SW      PIC X.
                 88 WS-ENGINE-RAN           VALUE 'Y'.
              01 WS-SCAN-HEAD          PIC X(200).
              01 WS-SCAN-TAIL          PIC X(200).
              01 WS-D05-MOVES          PIC 9(7).
              01 WS-EARN-MULT          PIC S9(7).
              01 WS-EARN-POINTS        PIC S9(9).

              01 WS-RDM-QTY            PIC 9(3).
              01 WS-RDM-COST           PIC 9(7).
              01 WS-REJECT-REASON      PIC X(8).

              01 WS-PTS-DISP           PIC +9(9).
              01 WS-PTS-DISP-2         PIC +9(9).
              01 WS-PTS-DISP-3         PIC +9(9).
              01 WS-ENT-DISP           PIC +9(7).

              01 WS-CARDS-READ         PIC 9(5) VALUE 0.
              01 WS-REDEEMED-COUNT     PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-POSTED-COUNT       PIC 9(5) VALUE 0.
              01 WS-STATEMENT-COUNT    PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-RUN-DATE-X(1:6) TO WS-RUN-MONTH
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'

               OPEN OUTPUT REPORT-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ELF RECOGNITION POINTS FOR BUSINESS DATE '
                      WS-RUN-DATE ' OPERATOR=' WS-SEC-OPERATOR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               PERFORM LOAD-ELF-MASTER
               PERFORM LOAD-POINTS-RULES
               PERFORM LOAD-REWARD-CATALOG
               PERFORM LOAD-POINTS-LEDGER

               OPEN EXTEND LEDGER-OUT
               IF WS-LEDGER-STATUS NOT = '00'
                  OPEN OUTPUT LEDGER-OUT
               END-IF

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'POINTS EARNED' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               EVALUATE TRUE
                  WHEN WS-ALREADY-EARNED
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  EARNINGS ALREADY POSTED FOR '
                            WS-RUN-DATE ' - NONE POSTED THIS RUN'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  WHEN WS-RULE-COUNT = ZERO
                     MOVE '  NO EARNING RULES ON POINTS_RULES.TXT'
                       TO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  WHEN OTHER
                     PERFORM COLLECT-DAY02-WINS
                     PERFORM COLLECT-DAY03-SACKS
                     PERFORM COLLECT-DAY04-PAIRS
                     PERFORM COLLECT-DAY05-MOVES
                     PERFORM POST-EARNINGS
               END-EVALUATE

               PERFORM APPLY-REDEMPTION-CARDS
               CLOSE LEDGER-OUT

               PERFORM WRITE-MONTHLY-STATEMENTS
               PERFORM WRITE-CAMP-LEADERBOARD

               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LEDGER ENTRIES POSTED=' WS-POSTED-COUNT
                      ' CARDS READ=' WS-CARDS-READ
                      ' REDEEMED=' WS-REDEEMED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                      ' STATEMENTS=' WS-STATEMENT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-OUT

               DISPLAY 'ELFPTS: ' WS-POSTED-COUNT ' LEDGER ENTRIES, '
                       WS-REDEEMED-COUNT ' REDEMPTION(S), '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'POINTS_REPORT.TXT'
               IF WS-REJECT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-ELF-MASTER SECTION.
               MOVE 'N' TO WS-SOURCE-EOF-SW
               OPEN INPUT ELF-MASTER
               IF WS-MASTER-STATUS NOT = '00'
                  DISPLAY 'ELFPTS: NO ELF MASTER ON FILE - CAMPS '
                          'WILL NOT BE SHOWN'
               ELSE
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ ELF-MASTER
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-ELF-ID NOT = SPACES
                        AND IN-ELF-CARD(1:3) NOT = 'HDR'
                        AND IN-ELF-CARD(1:3) NOT = 'TRL'
                        AND WS-MASTER-COUNT < WS-MAX-MASTER
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE IN-ELF-ID
                             TO WS-MST-ID(WS-MASTER-COUNT)
                           MOVE IN-ELF-CAMP
                             TO WS-MST-CAMP(WS-MASTER-COUNT)
                           MOVE IN-ELF-NAME
                             TO WS-MST-NAME(WS-MASTER-COUNT)
                           MOVE IN-ELF-STATUS
                             TO WS-MST-STATUS(WS-MASTER-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-MASTER
               END-IF
               .

           LOAD-POINTS-RULES SECTION.
               MOVE 'EARNING RULES' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               OPEN INPUT RULES-IN
               IF WS-RULES-STATUS NOT = '00'
                  MOVE '  NO POINTS_RULES.TXT ON FILE'
                    TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM UNTIL WS-RULES-STATUS NOT = '00'
                     READ RULES-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-RULE-CARD NOT = SPACES
                        AND IN-RULE-CARD(1:1) NOT = '*'
                           PERFORM LOAD-ONE-RULE
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE RULES-IN
               END-IF
               .

           LOAD-ONE-RULE SECTION.
               MOVE ZERO TO WS-EVENT-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-EVENT-COUNT
                  IF WS-EVENT-CODE(IX) = IN-RULE-EVENT
                     MOVE IX TO WS-EVENT-IX
                  END-IF
               END-PERFORM
               IF IN-RULE-PER = SPACES
                  MOVE '00001' TO IN-RULE-PER
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               EVALUATE TRUE
                  WHEN WS-EVENT-IX = ZERO
                     STRING '  IGNORED  ' IN-RULE-CARD
                            ' - UNKNOWN EVENT'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WHEN IN-RULE-POINTS IS NOT NUMERIC
                  OR   IN-RULE-PER IS NOT NUMERIC
                     STRING '  IGNORED  ' IN-RULE-CARD
                            ' - POINTS AND PER MUST BE NUMERIC'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WHEN OTHER
                     SET WS-EVT-HAS-RULE(WS-EVENT-IX) TO TRUE
                     MOVE IN-RULE-POINTS TO WS-EVT-POINTS(WS-EVENT-IX)
                     MOVE IN-RULE-PER TO WS-EVT-PER(WS-EVENT-IX)
                     IF WS-EVT-PER(WS-EVENT-IX) = ZERO
                        MOVE 1 TO WS-EVT-PER(WS-EVENT-IX)
                     END-IF
                     MOVE IN-RULE-DESC TO WS-EVT-DESC(WS-EVENT-IX)
                     ADD 1 TO WS-RULE-COUNT
                     STRING '  EVENT=' IN-RULE-EVENT
                            ' POINTS=' WS-EVT-POINTS(WS-EVENT-IX)
                            ' PER=' WS-EVT-PER(WS-EVENT-IX)
                            ' ' IN-RULE-DESC
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-EVALUATE
               WRITE WS-REPORT-LINE
               .

           LOAD-REWARD-CATALOG SECTION.
               OPEN INPUT CATALOG-IN
               IF WS-CATALOG-STATUS = '00'
                  PERFORM UNTIL WS-CATALOG-STATUS NOT = '00'
                     READ CATALOG-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        IF  IN-REWARD-CARD NOT = SPACES
                        AND IN-REWARD-CARD(1:1) NOT = '*'
                        AND IN-RWD-COST IS NUMERIC
                        AND WS-REWARD-COUNT < WS-MAX-REWARDS
                           ADD 1 TO WS-REWARD-COUNT
                           MOVE IN-RWD-CODE
                             TO WS-RWD-CODE(WS-REWARD-COUNT)
                           MOVE IN-RWD-COST
                             TO WS-RWD-COST(WS-REWARD-COUNT)
                           MOVE IN-RWD-DESC
                             TO WS-RWD-DESC(WS-REWARD-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE CATALOG-IN
               END-IF
               .

      *****************************************************************
      *  THE LEDGER IS READ IN FULL FOR THE BALANCES; ENTRIES FOR THE
      *  BUSINESS MONTH ARE KEPT FOR THE STATEMENTS AND EVERYTHING
      *  EARLIER GOES INTO THE OPENING BALANCE.
      *****************************************************************
           LOAD-POINTS-LEDGER SECTION.
               MOVE 'N' TO WS-SOURCE-EOF-SW
               OPEN INPUT LEDGER-IN
               IF WS-LEDGER-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ LEDGER-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-LDG-ELF NOT = SPACES
                        AND IN-LDG-POINTS IS NUMERIC
                        AND IN-LDG-UNITS IS NUMERIC
                           MOVE IN-LDG-DATE  TO WS-ENT-DATE
                           MOVE IN-LDG-ELF   TO WS-ENT-ELF
                           MOVE IN-LDG-TYPE  TO WS-ENT-TYPE
                           MOVE IN-LDG-CODE  TO WS-ENT-CODE
                           MOVE IN-LDG-UNITS TO WS-ENT-UNITS
                           IF IN-LDG-SIGN = '-'
                              COMPUTE WS-ENT-POINTS =
                                      0 - IN-LDG-POINTS
                           ELSE
                              MOVE IN-LDG-POINTS TO WS-ENT-POINTS
                           END-IF
                           IF  WS-ENT-EARNING
                           AND WS-ENT-DATE = WS-RUN-DATE-X
                              SET WS-ALREADY-EARNED TO TRUE
                           END-IF
                           PERFORM APPLY-LEDGER-ENTRY
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE LEDGER-IN
               END-IF
               .

           APPLY-LEDGER-ENTRY SECTION.
               MOVE WS-ENT-ELF TO WS-FIND-ELF
               PERFORM FIND-POINTS-ELF
               IF WS-POINTS-IX > ZERO
                  ADD WS-ENT-POINTS TO WS-PTS-BALANCE(WS-POINTS-IX)
                  EVALUATE TRUE
                     WHEN WS-ENT-DATE(1:6) < WS-RUN-MONTH
                        ADD WS-ENT-POINTS
                         TO WS-PTS-OPENING(WS-POINTS-IX)
                     WHEN WS-ENT-DATE(1:6) = WS-RUN-MONTH
                        IF WS-ENT-REDEMPTION
                           SUBTRACT WS-ENT-POINTS
                               FROM WS-PTS-REDEEMED(WS-POINTS-IX)
                        ELSE
                           ADD WS-ENT-POINTS
                            TO WS-PTS-EARNED(WS-POINTS-IX)
                        END-IF
                        ADD 1 TO WS-PTS-ENTRIES(WS-POINTS-IX)
                        PERFORM KEEP-MONTH-ENTRY
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
               .

           KEEP-MONTH-ENTRY SECTION.
               IF WS-MONTH-COUNT < WS-MAX-MONTH
                  ADD 1 TO WS-MONTH-COUNT
                  MOVE WS-ENT-DATE   TO WS-MON-DATE(WS-MONTH-COUNT)
                  MOVE WS-ENT-ELF    TO WS-MON-ELF(WS-MONTH-COUNT)
                  MOVE WS-ENT-TYPE   TO WS-MON-TYPE(WS-MONTH-COUNT)
                  MOVE WS-ENT-CODE   TO WS-MON-CODE(WS-MONTH-COUNT)
                  MOVE WS-ENT-UNITS  TO WS-MON-UNITS(WS-MONTH-COUNT)
                  MOVE WS-ENT-POINTS TO WS-MON-POINTS(WS-MONTH-COUNT)
               ELSE
                  DISPLAY 'ELFPTS: MONTH TABLE FULL - ' WS-ENT-ELF
                          ' ' WS-ENT-DATE ' NOT ON STATEMENT'
               END-IF
               .

      *****************************************************************
      *  FINDS THE LEDGER ENTRY FOR WS-FIND-ELF, ADDING IT (WITH THE
      *  ELF'S CAMP AND NAME FROM THE ELF MASTER) WHEN IT IS NEW.
      *  PLAYERS AND CRANE OPERATORS NOT ON THE ELF MASTER ARE
      *  CARRIED UNDER CAMP ----.
      *****************************************************************
           FIND-POINTS-ELF SECTION.
               MOVE ZERO TO WS-POINTS-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-POINTS-COUNT
                  IF WS-PTS-ELF(IX) = WS-FIND-ELF
                     MOVE IX TO WS-POINTS-IX
                     MOVE WS-POINTS-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-POINTS-IX = ZERO
                  IF WS-POINTS-COUNT < WS-MAX-ELVES
                     ADD 1 TO WS-POINTS-COUNT
                     MOVE WS-POINTS-COUNT TO WS-POINTS-IX
                     MOVE WS-FIND-ELF TO WS-PTS-ELF(WS-POINTS-IX)
                     MOVE '----' TO WS-PTS-CAMP(WS-POINTS-IX)
                     MOVE SPACES TO WS-PTS-NAME(WS-POINTS-IX)
                     MOVE ZERO TO WS-PTS-BALANCE(WS-POINTS-IX)
                                  WS-PTS-OPENING(WS-POINTS-IX)
                                  WS-PTS-EARNED(WS-POINTS-IX)
                                  WS-PTS-REDEEMED(WS-POINTS-IX)
                                  WS-PTS-ENTRIES(WS-POINTS-IX)
                     MOVE 'N' TO WS-PTS-RANKED-SW(WS-POINTS-IX)
                     PERFORM FIND-MASTER-ELF
                     IF WS-MASTER-IX > ZERO
                        MOVE WS-MST-CAMP(WS-MASTER-IX)
                          TO WS-PTS-CAMP(WS-POINTS-IX)
                        MOVE WS-MST-NAME(WS-MASTER-IX)
                          TO WS-PTS-NAME(WS-POINTS-IX)
                     END-IF
                  ELSE
                     DISPLAY 'ELFPTS: POINTS TABLE FULL - '
                             WS-FIND-ELF ' NOT CARRIED'
                  END-IF
               END-IF
               .

           FIND-MASTER-ELF SECTION.
               MOVE ZERO TO WS-MASTER-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-MASTER-COUNT
                  IF WS-MST-ID(IX) = WS-FIND-ELF
                     MOVE IX TO WS-MASTER-IX
                     MOVE WS-MASTER-COUNT TO IX
                  END-IF
               END-PERFORM
               .

      *****************************************************************
      *  DAY02 - EVERY ROUND WON AND POSTED TO THE ROUND JOURNAL ON
      *  THE BUSINESS DATE IS ONE UNIT; A REVERSAL OF A WIN POSTED ON
      *  THE DATE TAKES ONE BACK.
      *****************************************************************
           COLLECT-DAY02-WINS SECTION.
               MOVE 1 TO WS-EVENT-IX
               MOVE 'day02_round_journal.txt' TO WS-SOURCE-FILE
               PERFORM OPEN-SOURCE-FILE
               IF WS-SOURCE-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-JRNL-POSTED = WS-RUN-DATE-X
                        AND IN-JRNL-OUTCOME = 'W'
                        AND IN-JRNL-PLAYER NOT = SPACES
                           MOVE IN-JRNL-PLAYER TO WS-FIND-ELF
                           IF IN-JRNL-TYPE = 'R'
                              MOVE -1 TO WS-PEND-UNITS
                           ELSE
                              MOVE 1 TO WS-PEND-UNITS
                           END-IF
                           PERFORM ADD-PENDING-EARNING
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
               END-IF
               .

      *****************************************************************
      *  DAY03 - A RUCKSACK WITH NO DUPLICATE ITEM EARNS D03CLEAN; AN
      *  ELF WHOSE RUCKSACKS DREW NO PACKVIOL EXCEPTION FROM DAY03 ON
      *  THE BUSINESS DATE EARNS D03COMPL.
      *****************************************************************
           COLLECT-DAY03-SACKS SECTION.
               MOVE 'DAY03' TO WS-ENGINE-ID
               PERFORM CHECK-ENGINE-RAN
               MOVE 'day03_detail.txt' TO WS-SOURCE-FILE
               IF WS-ENGINE-RAN
                  PERFORM OPEN-SOURCE-FILE
               END-IF
               IF WS-ENGINE-RAN AND WS-SOURCE-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-D03-ELF-TAG = 'ELF='
                        AND IN-D03-ELF NOT = SPACES
                           MOVE IN-D03-ELF TO WS-FIND-ELF
                           MOVE 1 TO WS-PEND-UNITS
                           IF IN-D03-DUP-ITEM = 'NONE'
                              MOVE 2 TO WS-EVENT-IX
                              PERFORM ADD-PENDING-EARNING
                           END-IF
                           MOVE 3 TO WS-EVENT-IX
                           PERFORM FIND-PENDING-EARNING
                           IF WS-PENDING-IX = ZERO
                              PERFORM ADD-PENDING-EARNING
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN

                  MOVE 3 TO WS-EVENT-IX
                  MOVE 'exceptions.txt' TO WS-SOURCE-FILE
                  PERFORM OPEN-SOURCE-FILE
                  IF WS-SOURCE-STATUS = '00'
                     PERFORM UNTIL WS-SOURCE-EOF
                        READ SOURCE-IN
                        AT END
                           SET WS-SOURCE-EOF TO TRUE
                        NOT AT END
                           IF  IN-EXCP-DATE = WS-RUN-DATE-X
                           AND IN-EXCP-PROGRAM = 'DAY03'
                           AND IN-EXCP-REASON = 'PACKVIOL'
                           AND IN-EXCP-IMAGE(1:4) = 'ELF='
                              MOVE IN-EXCP-IMAGE(5:8) TO WS-FIND-ELF
                              PERFORM DISQUALIFY-PENDING
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE SOURCE-IN
                  END-IF
               END-IF
               .

      *****************************************************************
      *  DAY04 - BOTH ELVES OF A PAIR CLASSED NO-OVERLAP EARN ONE UNIT,
      *  UNLESS THE ELF IS ON THE CERTIFICATION VIOLATIONS LIST DAY04
      *  WROTE FOR THE BUSINESS DATE.  THE OLD TWO-FIELD CARD CARRIES
      *  NO ELF IDS AND EARNS NOTHING.
      *****************************************************************
           COLLECT-DAY04-PAIRS SECTION.
               MOVE 4 TO WS-EVENT-IX
               MOVE 'DAY04' TO WS-ENGINE-ID
               PERFORM CHECK-ENGINE-RAN
               MOVE 'day04_detail.txt' TO WS-SOURCE-FILE
               IF WS-ENGINE-RAN
                  PERFORM OPEN-SOURCE-FILE
               END-IF
               IF WS-ENGINE-RAN AND WS-SOURCE-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF IN-D04-REC-TAG = 'RECORD='
                           PERFORM COLLECT-ONE-PAIR
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN

                  MOVE 'day04_certviol.txt' TO WS-SOURCE-FILE
                  PERFORM OPEN-SOURCE-FILE
                  IF WS-SOURCE-STATUS = '00'
                     MOVE 'N' TO WS-SOURCE-DATE-SW
                     PERFORM UNTIL WS-SOURCE-EOF
                        READ SOURCE-IN
                        AT END
                           SET WS-SOURCE-EOF TO TRUE
                        NOT AT END
                           IF  IN-SOURCE-LINE(1:29)
                               = 'CERTIFICATION VIOLATIONS FOR '
                           AND IN-SOURCE-LINE(30:8) = WS-RUN-DATE-X
                              SET WS-SOURCE-CURRENT TO TRUE
                           END-IF
                           IF  WS-SOURCE-CURRENT
                           AND IN-SOURCE-LINE(1:4) = 'ELF='
                              MOVE IN-SOURCE-LINE(5:8) TO WS-FIND-ELF
                              PERFORM DISQUALIFY-PENDING
                           END-IF
                        END-READ
                     END-PERFORM
                     CLOSE SOURCE-IN
                  END-IF
               END-IF
               .

           COLLECT-ONE-PAIR SECTION.
               MOVE SPACES TO WS-SCAN-HEAD WS-SCAN-TAIL
               UNSTRING IN-SOURCE-LINE DELIMITED BY ' CLASS='
                  INTO WS-SCAN-HEAD WS-SCAN-TAIL
               END-UNSTRING
               IF WS-SCAN-TAIL(1:11) = 'NO-OVERLAP '
                  MOVE 1 TO WS-PEND-UNITS
                  IF IN-D04-ELF1 NOT = SPACES
                     MOVE IN-D04-ELF1 TO WS-FIND-ELF
                     PERFORM ADD-PENDING-EARNING
                  END-IF
                  IF IN-D04-ELF2 NOT = SPACES
                     MOVE IN-D04-ELF2 TO WS-FIND-ELF
                     PERFORM ADD-PENDING-EARNING
                  END-IF
               END-IF
               .

      *****************************************************************
      *  DAY05 - EACH CRANE OPERATOR'S MOVES FOR THE BUSINESS DATE,
      *  FROM THE PRODUCTIVITY REPORT DAY05 WRITES EVERY RUN.  A
      *  REPORT LEFT OVER FROM AN EARLIER DATE IS PASSED OVER.
      *****************************************************************
           COLLECT-DAY05-MOVES SECTION.
               MOVE 5 TO WS-EVENT-IX
               MOVE 'day05_operators.txt' TO WS-SOURCE-FILE
               PERFORM OPEN-SOURCE-FILE
               IF WS-SOURCE-STATUS = '00'
                  MOVE 'N' TO WS-SOURCE-DATE-SW
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-SOURCE-LINE(1:32)
                            = 'CRANE OPERATOR PRODUCTIVITY FOR '
                        AND IN-SOURCE-LINE(33:8) = WS-RUN-DATE-X
                           SET WS-SOURCE-CURRENT TO TRUE
                        END-IF
                        IF  WS-SOURCE-CURRENT
                        AND IN-D05-OP-TAG = 'OPERATOR='
                        AND IN-D05-OP NOT = SPACES
                        AND IN-D05-MOVES IS NUMERIC
                           MOVE IN-D05-MOVES TO WS-D05-MOVES
                           IF WS-D05-MOVES > ZERO
                              MOVE IN-D05-OP TO WS-FIND-ELF
                              MOVE WS-D05-MOVES TO WS-PEND-UNITS
                              PERFORM ADD-PENDING-EARNING
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
                  IF NOT WS-SOURCE-CURRENT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  DAY05_OPERATORS.TXT IS NOT FOR '
                            WS-RUN-DATE ' - NO D05MOVES EARNED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
                  END-IF
               END-IF
               .

           CHECK-ENGINE-RAN SECTION.
               MOVE 'N' TO WS-ENGINE-RAN-SW
               MOVE 'runstats.txt' TO WS-SOURCE-FILE
               MOVE 'N' TO WS-SOURCE-EOF-SW
               OPEN INPUT SOURCE-IN
               IF WS-SOURCE-STATUS = '00'
                  PERFORM UNTIL WS-SOURCE-EOF
                     READ SOURCE-IN
                     AT END
                        SET WS-SOURCE-EOF TO TRUE
                     NOT AT END
                        IF  IN-SOURCE-LINE(1:8) = 'PROGRAM='
                        AND IN-SOURCE-LINE(9:8) = WS-ENGINE-ID
                        AND IN-SOURCE-LINE(23:8) = WS-RUN-DATE-X
                           SET WS-ENGINE-RAN TO TRUE
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SOURCE-IN
               END-IF
               IF NOT WS-ENGINE-RAN
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  ' DELIMITED BY SIZE
                         WS-ENGINE-ID DELIMITED BY SPACE
                         ' HAS NOT RUN FOR ' WS-RUN-DATE
                         ' - NOTHING EARNED FROM IT' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           OPEN-SOURCE-FILE SECTION.
               MOVE 'N' TO WS-SOURCE-EOF-SW
               MOVE ZERO TO WS-SOURCE-LINE-NO
               OPEN INPUT SOURCE-IN
               IF WS-SOURCE-STATUS NOT = '00'
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  ' DELIMITED BY SIZE
                         WS-SOURCE-FILE DELIMITED BY SPACE
                         ' NOT ON FILE - NOTHING EARNED FROM IT'
                            DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               END-IF
               .

           FIND-PENDING-EARNING SECTION.
               MOVE ZERO TO WS-PENDING-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-PENDING-COUNT
                  IF  WS-PND-ELF(IX) = WS-FIND-ELF
                  AND WS-PND-EVENT-IX(IX) = WS-EVENT-IX
                     MOVE IX TO WS-PENDING-IX
                     MOVE WS-PENDING-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           ADD-PENDING-EARNING SECTION.
               PERFORM FIND-PENDING-EARNING
               IF WS-PENDING-IX = ZERO
                  IF WS-PENDING-COUNT < WS-MAX-PENDING
                     ADD 1 TO WS-PENDING-COUNT
                     MOVE WS-PENDING-COUNT TO WS-PENDING-IX
                     MOVE WS-FIND-ELF TO WS-PND-ELF(WS-PENDING-IX)
                     MOVE WS-EVENT-IX
                       TO WS-PND-EVENT-IX(WS-PENDING-IX)
                     MOVE ZERO TO WS-PND-UNITS(WS-PENDING-IX)
                     MOVE 'N' TO WS-PND-DISQ-SW(WS-PENDING-IX)
                  ELSE
                     DISPLAY 'ELFPTS: EARNING TABLE FULL - '
                             WS-FIND-ELF ' '
                             WS-EVENT-CODE(WS-EVENT-IX)
                             ' NOT EARNED'
                  END-IF
               END-IF
               IF WS-PENDING-IX > ZERO
                  ADD WS-PEND-UNITS TO WS-PND-UNITS(WS-PENDING-IX)
               END-IF
               .

           DISQUALIFY-PENDING SECTION.
               PERFORM FIND-PENDING-EARNING
               IF  WS-PENDING-IX > ZERO
               AND NOT WS-PND-DISQUALIFIED(WS-PENDING-IX)
                  SET WS-PND-DISQUALIFIED(WS-PENDING-IX) TO TRUE
                  ADD 1 TO WS-EVT-DISQUAL(WS-EVENT-IX)
               END-IF
               .

           POST-EARNINGS SECTION.
               PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
                       UNTIL WS-PENDING-IX > WS-PENDING-COUNT
                  MOVE WS-PND-EVENT-IX(WS-PENDING-IX) TO WS-EVENT-IX
                  IF  WS-EVT-HAS-RULE(WS-EVENT-IX)
                  AND NOT WS-PND-DISQUALIFIED(WS-PENDING-IX)
                  AND WS-PND-UNITS(WS-PENDING-IX) NOT = ZERO
                     COMPUTE WS-EARN-MULT =
                             WS-PND-UNITS(WS-PENDING-IX)
                           / WS-EVT-PER(WS-EVENT-IX)
                     COMPUTE WS-EARN-POINTS =
                             WS-EARN-MULT * WS-EVT-POINTS(WS-EVENT-IX)
                     IF WS-EARN-POINTS NOT = ZERO
                        MOVE WS-RUN-DATE-X TO WS-ENT-DATE
                        MOVE WS-PND-ELF(WS-PENDING-IX) TO WS-ENT-ELF
                        MOVE 'E' TO WS-ENT-TYPE
                        MOVE WS-EVENT-CODE(WS-EVENT-IX) TO WS-ENT-CODE
                        MOVE WS-PND-UNITS(WS-PENDING-IX)
                          TO WS-ENT-UNITS
                        MOVE WS-EARN-POINTS TO WS-ENT-POINTS
                        PERFORM POST-LEDGER-ENTRY
                        ADD 1 TO WS-EVT-ELVES(WS-EVENT-IX)
                        ADD WS-EARN-POINTS TO WS-EVT-EARNED(WS-EVENT-IX)
                     END-IF
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-EVENT-IX FROM 1 BY 1
                       UNTIL WS-EVENT-IX > WS-EVENT-COUNT
                  MOVE WS-EVT-EARNED(WS-EVENT-IX) TO WS-PTS-DISP
                  MOVE SPACES TO WS-REPORT-LINE
                  IF WS-EVT-HAS-RULE(WS-EVENT-IX)
                     STRING '  EVENT=' WS-EVENT-CODE(WS-EVENT-IX)
                            ' ELVES=' WS-EVT-ELVES(WS-EVENT-IX)
                            ' POINTS=' WS-PTS-DISP
                            ' DISQUALIFIED='
                            WS-EVT-DISQUAL(WS-EVENT-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  ELSE
                     STRING '  EVENT=' WS-EVENT-CODE(WS-EVENT-IX)
                            ' NO RULE - NOTHING EARNED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                  END-IF
                  WRITE WS-REPORT-LINE
               END-PERFORM
               .

           POST-LEDGER-ENTRY SECTION.
               MOVE SPACES TO OUT-LEDGER-RECORD
               MOVE WS-ENT-DATE     TO OUT-LDG-DATE
               MOVE WS-ENT-ELF      TO OUT-LDG-ELF
               MOVE WS-ENT-TYPE     TO OUT-LDG-TYPE
               MOVE WS-ENT-CODE     TO OUT-LDG-CODE
               MOVE WS-ENT-UNITS    TO OUT-LDG-UNITS
               IF WS-ENT-POINTS < ZERO
                  MOVE '-' TO OUT-LDG-SIGN
               ELSE
                  MOVE '+' TO OUT-LDG-SIGN
               END-IF
               MOVE WS-ENT-POINTS   TO OUT-LDG-POINTS
               MOVE WS-SEC-OPERATOR TO OUT-LDG-OPERATOR
               MOVE WS-RUN-TIME     TO OUT-LDG-TIME
               WRITE OUT-LEDGER-RECORD
               ADD 1 TO WS-POSTED-COUNT
               PERFORM APPLY-LEDGER-ENTRY
               .

           APPLY-REDEMPTION-CARDS SECTION.
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE 'REDEMPTIONS' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               OPEN INPUT REDEEM-IN
               IF WS-REDEEM-STATUS NOT = '00'
                  MOVE '  NO REDEMPTION CARDS' TO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
               ELSE
                  PERFORM UNTIL WS-REDEEM-STATUS NOT = '00'
                     READ REDEEM-IN
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-CARDS-READ
                        IF  IN-REDEEM-CARD NOT = SPACES
                        AND IN-REDEEM-CARD(1:1) NOT = '*'
                           PERFORM APPLY-ONE-REDEMPTION
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE REDEEM-IN
                  CALL 'CBL_DELETE_FILE' USING 'points_redeem.txt'
               END-IF
               .

           APPLY-ONE-REDEMPTION SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-RDM-QTY WS-RDM-COST
               IF IN-RDM-QTY = SPACES
                  MOVE 1 TO WS-RDM-QTY
               ELSE
                  IF IN-RDM-QTY IS NUMERIC
                     MOVE IN-RDM-QTY TO WS-RDM-QTY
                  END-IF
               END-IF
               MOVE ZERO TO WS-REWARD-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-REWARD-COUNT
                  IF WS-RWD-CODE(IX) = IN-RDM-REWARD
                     MOVE IX TO WS-REWARD-IX
                     MOVE WS-REWARD-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-REWARD-IX > ZERO
                  COMPUTE WS-RDM-COST =
                          WS-RWD-COST(WS-REWARD-IX) * WS-RDM-QTY
               END-IF
               MOVE IN-RDM-ELF TO WS-FIND-ELF
               PERFORM FIND-MASTER-ELF
               MOVE ZERO TO WS-POINTS-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-POINTS-COUNT
                  IF WS-PTS-ELF(IX) = IN-RDM-ELF
                     MOVE IX TO WS-POINTS-IX
                     MOVE WS-POINTS-COUNT TO IX
                  END-IF
               END-PERFORM
               MOVE SPACES TO WS-SEC-PARMS
               STRING 'REDEEM ' IN-RDM-REWARD ' FOR ' IN-RDM-ELF
                  DELIMITED BY SIZE INTO WS-SEC-PARMS
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               EVALUATE TRUE
                  WHEN IN-RDM-ELF = SPACES
                     MOVE 'BADELF' TO WS-REJECT-REASON
                  WHEN WS-REWARD-IX = ZERO
                     MOVE 'NOREWARD' TO WS-REJECT-REASON
                  WHEN WS-RDM-QTY = ZERO
                     MOVE 'BADQTY' TO WS-REJECT-REASON
                  WHEN WS-MASTER-IX > ZERO
                   AND WS-MST-STATUS(WS-MASTER-IX) = 'D'
                     MOVE 'INACTIVE' TO WS-REJECT-REASON
                  WHEN WS-SEC-OPERATOR = SPACES
                  OR   NOT WS-SEC-GRANTED
                     MOVE 'NOTAUTH' TO WS-REJECT-REASON
                  WHEN WS-POINTS-IX = ZERO
                     MOVE 'NOFUNDS' TO WS-REJECT-REASON
                  WHEN WS-PTS-BALANCE(WS-POINTS-IX) < WS-RDM-COST
                     MOVE 'NOFUNDS' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE WS-RUN-DATE-X TO WS-ENT-DATE
                     MOVE IN-RDM-ELF TO WS-ENT-ELF
                     MOVE 'R' TO WS-ENT-TYPE
                     MOVE IN-RDM-REWARD TO WS-ENT-CODE
                     MOVE WS-RDM-QTY TO WS-ENT-UNITS
                     COMPUTE WS-ENT-POINTS = 0 - WS-RDM-COST
                     PERFORM POST-LEDGER-ENTRY
                     ADD 1 TO WS-REDEEMED-COUNT
                     MOVE WS-PTS-BALANCE(WS-POINTS-IX) TO WS-PTS-DISP
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '  REDEEMED  ELF=' IN-RDM-ELF
                            ' REWARD=' IN-RDM-REWARD
                            ' QTY=' WS-RDM-QTY
                            ' COST=' WS-RDM-COST
                            ' BALANCE=' WS-PTS-DISP
                            ' ' WS-RWD-DESC(WS-REWARD-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     WRITE WS-REPORT-LINE
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING '  REJECTED  CARD=' IN-REDEEM-CARD
                         ' REASON=' WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WRITE WS-REPORT-LINE
                  MOVE 'points_redeem.txt' TO WS-EXCP-FILE-NAME
                  MOVE WS-CARDS-READ       TO WS-EXCP-LINE-NO
                  MOVE WS-REJECT-REASON    TO WS-EXCP-REASON
                  MOVE IN-REDEEM-CARD      TO WS-EXCP-IMAGE
                  PERFORM WRITE-EXCEPTION-LOG
               END-IF
               .

           WRITE-MONTHLY-STATEMENTS SECTION.
               OPEN OUTPUT STATEMENT-OUT
               MOVE SPACES TO WS-STATEMENT-LINE
               STRING 'RECOGNITION POINTS STATEMENTS FOR MONTH '
                      WS-RUN-MONTH ' AS AT ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-STATEMENT-LINE
               WRITE WS-STATEMENT-LINE
               PERFORM VARYING WS-POINTS-IX FROM 1 BY 1
                       UNTIL WS-POINTS-IX > WS-POINTS-COUNT
                  IF WS-PTS-ENTRIES(WS-POINTS-IX) > ZERO
                  OR WS-PTS-BALANCE(WS-POINTS-IX) NOT = ZERO
                     PERFORM WRITE-ONE-STATEMENT
                  END-IF
               END-PERFORM
               IF WS-STATEMENT-COUNT = ZERO
                  MOVE SPACES TO WS-STATEMENT-LINE
                  WRITE WS-STATEMENT-LINE
                  MOVE 'NO POINTS ON THE LEDGER' TO WS-STATEMENT-LINE
                  WRITE WS-STATEMENT-LINE
               END-IF
               CLOSE STATEMENT-OUT
               .

           WRITE-ONE-STATEMENT SECTION.
               ADD 1 TO WS-STATEMENT-COUNT
               MOVE SPACES TO WS-STATEMENT-LINE
               WRITE WS-STATEMENT-LINE
               MOVE SPACES TO WS-STATEMENT-LINE
               STRING 'ELF=' WS-PTS-ELF(WS-POINTS-IX)
                      ' NAME=' WS-PTS-NAME(WS-POINTS-IX)
                      ' CAMP=' WS-PTS-CAMP(WS-POINTS-IX)
                  DELIMITED BY SIZE INTO WS-STATEMENT-LINE
               WRITE WS-STATEMENT-LINE
               MOVE WS-PTS-OPENING(WS-POINTS-IX) TO WS-PTS-DISP
               MOVE SPACES TO WS-STATEMENT-LINE
               STRING '  OPENING BALANCE                        '
                      WS-PTS-DISP
                  DELIMITED BY SIZE INTO WS-STATEMENT-LINE
               WRITE WS-STATEMENT-LINE
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                       UNTIL WS-MONTH-IX > WS-MONTH-COUNT
                  IF WS-MON-ELF(WS-MONTH-IX) = WS-PTS-ELF(WS-POINTS-IX)
                     MOVE WS-MON-POINTS(WS-MONTH-IX) TO WS-ENT-DISP
                     MOVE SPACES TO WS-STATEMENT-LINE
                     IF WS-MON-TYPE(WS-MONTH-IX) = 'R'
                        STRING '  ' WS-MON-DATE(WS-MONTH-IX)
                               ' REDEEM ' WS-MON-CODE(WS-MONTH-IX)
                               ' QTY=  ' WS-MON-UNITS(WS-MONTH-IX)
                               '  ' WS-ENT-DISP
                           DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                     ELSE
                        STRING '  ' WS-MON-DATE(WS-MONTH-IX)
                               ' EARN   ' WS-MON-CODE(WS-MONTH-IX)
                               ' UNITS=' WS-MON-UNITS(WS-MONTH-IX)
                               '  ' WS-ENT-DISP
                           DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                     END-IF
                     WRITE WS-STATEMENT-LINE
                  END-IF
               END-PERFORM
               MOVE WS-PTS-EARNED(WS-POINTS-IX)   TO WS-PTS-DISP
               MOVE WS-PTS-REDEEMED(WS-POINTS-IX) TO WS-PTS-DISP-2
               MOVE WS-PTS-BALANCE(WS-POINTS-IX)  TO WS-PTS-DISP-3
               MOVE SPACES TO WS-STATEMENT-LINE
               STRING '  CLOSING BALANCE                        '
                      WS-PTS-DISP-3
                      '  EARNED=' WS-PTS-DISP
                      ' REDEEMED=' WS-PTS-DISP-2
                  DELIMITED BY SIZE INTO WS-STATEMENT-LINE
               WRITE WS-STATEMENT-LINE
               .

      *****************************************************************
      *  CAMPS ARE RANKED BY POINTS EARNED IN THE BUSINESS MONTH, EACH
      *  WITH ITS TOP EARNING ELVES.
      *****************************************************************
           WRITE-CAMP-LEADERBOARD SECTION.
               PERFORM VARYING WS-POINTS-IX FROM 1 BY 1
                       UNTIL WS-POINTS-IX > WS-POINTS-COUNT
                  MOVE ZERO TO WS-CAMP-IX
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-CAMP-COUNT
                     IF WS-CMP-CAMP(IX) = WS-PTS-CAMP(WS-POINTS-IX)
                        MOVE IX TO WS-CAMP-IX
                        MOVE WS-CAMP-COUNT TO IX
                     END-IF
                  END-PERFORM
                  IF WS-CAMP-IX = ZERO AND WS-CAMP-COUNT < WS-MAX-CAMPS
                     ADD 1 TO WS-CAMP-COUNT
                     MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                     MOVE WS-PTS-CAMP(WS-POINTS-IX)
                       TO WS-CMP-CAMP(WS-CAMP-IX)
                     MOVE ZERO TO WS-CMP-EARNED(WS-CAMP-IX)
                                  WS-CMP-BALANCE(WS-CAMP-IX)
                                  WS-CMP-ELVES(WS-CAMP-IX)
                     MOVE 'N' TO WS-CMP-RANKED-SW(WS-CAMP-IX)
                  END-IF
                  IF WS-CAMP-IX > ZERO
                     ADD WS-PTS-EARNED(WS-POINTS-IX)
                      TO WS-CMP-EARNED(WS-CAMP-IX)
                     ADD WS-PTS-BALANCE(WS-POINTS-IX)
                      TO WS-CMP-BALANCE(WS-CAMP-IX)
                     ADD 1 TO WS-CMP-ELVES(WS-CAMP-IX)
                  END-IF
               END-PERFORM

               OPEN OUTPUT BOARD-OUT
               MOVE SPACES TO WS-BOARD-LINE
               STRING 'CAMP RECOGNITION LEADERBOARD FOR MONTH '
                      WS-RUN-MONTH ' AS AT ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-BOARD-LINE
               WRITE WS-BOARD-LINE
               MOVE '(CAMP ---- IS IDS NOT ON THE ELF MASTER)'
                 TO WS-BOARD-LINE
               WRITE WS-BOARD-LINE
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-CAMP-COUNT
                  MOVE ZERO TO WS-BEST-IX
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-CAMP-COUNT
                     IF NOT WS-CMP-RANKED(IX)
                        IF WS-BEST-IX = ZERO
                           MOVE IX TO WS-BEST-IX
                        ELSE
                           IF WS-CMP-EARNED(IX)
                              > WS-CMP-EARNED(WS-BEST-IX)
                              MOVE IX TO WS-BEST-IX
                           END-IF
                        END-IF
                     END-IF
                  END-PERFORM
                  MOVE WS-BEST-IX TO WS-CAMP-IX
                  SET WS-CMP-RANKED(WS-CAMP-IX) TO TRUE
                  PERFORM WRITE-CAMP-RANKING
               END-PERFORM
               IF WS-CAMP-COUNT = ZERO
                  MOVE SPACES TO WS-BOARD-LINE
                  WRITE WS-BOARD-LINE
                  MOVE 'NO POINTS ON THE LEDGER' TO WS-BOARD-LINE
                  WRITE WS-BOARD-LINE
               END-IF
               CLOSE BOARD-OUT
               .

           WRITE-CAMP-RANKING SECTION.
               MOVE WS-CMP-EARNED(WS-CAMP-IX)  TO WS-PTS-DISP
               MOVE WS-CMP-BALANCE(WS-CAMP-IX) TO WS-PTS-DISP-2
               MOVE SPACES TO WS-BOARD-LINE
               WRITE WS-BOARD-LINE
               MOVE SPACES TO WS-BOARD-LINE
               STRING 'RANK=' WS-RANK
                      ' CAMP=' WS-CMP-CAMP(WS-CAMP-IX)
                      ' EARNED=' WS-PTS-DISP
                      ' BALANCE=' WS-PTS-DISP-2
                      ' ELVES=' WS-CMP-ELVES(WS-CAMP-IX)
                  DELIMITED BY SIZE INTO WS-BOARD-LINE
               WRITE WS-BOARD-LINE
               PERFORM VARYING WS-ELF-RANK FROM 1 BY 1
                       UNTIL WS-ELF-RANK > WS-TOP-ELVES
                  MOVE ZERO TO WS-BEST-IX
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-POINTS-COUNT
                     IF  WS-PTS-CAMP(IX) = WS-CMP-CAMP(WS-CAMP-IX)
                     AND NOT WS-PTS-RANKED(IX)
                     AND WS-PTS-EARNED(IX) > ZERO
                        IF WS-BEST-IX = ZERO
                           MOVE IX TO WS-BEST-IX
                        ELSE
                           IF WS-PTS-EARNED(IX)
                              > WS-PTS-EARNED(WS-BEST-IX)
                              MOVE IX TO WS-BEST-IX
                           END-IF
                        END-IF
                     END-IF
                  END-PERFORM
                  IF WS-BEST-IX = ZERO
                     MOVE WS-TOP-ELVES TO WS-ELF-RANK
                  ELSE
                     SET WS-PTS-RANKED(WS-BEST-IX) TO TRUE
                     MOVE WS-PTS-EARNED(WS-BEST-IX) TO WS-PTS-DISP
                     MOVE SPACES TO WS-BOARD-LINE
                     STRING '    ' WS-ELF-RANK
                            ' ELF=' WS-PTS-ELF(WS-BEST-IX)
                            ' NAME=' WS-PTS-NAME(WS-BEST-IX)
                            ' EARNED=' WS-PTS-DISP
                        DELIMITED BY SIZE INTO WS-BOARD-LINE
                     WRITE WS-BOARD-LINE
                  END-IF
               END-PERFORM
               .

           COPY EXCPAPP.
