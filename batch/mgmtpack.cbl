           IDENTIFICATION DIVISION.
           PROGRAM-ID. MGMTPACK.

      *****************************************************************
      *  MONTHLY MANAGEMENT REPORT PACK.  RUN BY DAYBATCH ON THE LAST
      *  BUSINESS DAY OF THE MONTH (BUSCAL), OR STANDALONE WITH
      *  PACK_MONTH=YYYYMM IN THE ENVIRONMENT TO REPRINT A MONTH.
      *
      *  WRITES MGMT_PACK_YYYYMM.TXT: A TITLE PAGE, A TABLE OF
      *  CONTENTS AND ONE PAGE PER BUSINESS AREA -
      *
      *     1 CALORIES    DAY01 FAMILY AND PROVISIONS
      *     2 TOURNAMENT  DAY02 FAMILY, SEASON AND PLAYOFFS
      *     3 RUCKSACKS   DAY03 FAMILY AND BADGES
      *     4 CLEANUP     DAY04 FAMILY, SECTIONS AND TIMESHEETS
      *     5 YARD        DAY05 FAMILY AND CRANES
      *
      *  EACH AREA PAGE SHOWS THE MONTH'S TOTALS PER PROGRAM AND
      *  METRIC FROM THE RESULTS MASTER SET AGAINST THE PRIOR MONTH,
      *  THE MONTH'S TOP EXCEPTIONS FROM THE EXCEPTION REPOSITORY
      *  AGAINST THE PRIOR MONTH'S COUNT, AND AS MUCH OF THE AREA'S
      *  MONTH-END REPORT AS THE PAGE HOLDS.  RC 4 WHEN THE RESULTS
      *  MASTER IS NOT ON FILE (THE PACK IS STILL WRITTEN).
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RESULTS-MASTER ASSIGN TO 'results_master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STATUS.
              SELECT EXCP-IN ASSIGN TO 'exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCP-STATUS.
              SELECT EXCERPT-IN ASSIGN TO WS-EXCERPT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCERPT-STATUS.
              SELECT PACK-OUT ASSIGN TO WS-PACK-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD RESULTS-MASTER.
              01 MST-RECORD.
                 03 MST-KEY.
                    05 MST-PROGRAM        PIC X(8).
                    05 MST-RUN-DATE       PIC X(8).
                    05 MST-METRIC         PIC X(17).
                 03 MST-RESULT            PIC X(20).
                 03 MST-RUN-TIME          PIC X(8).
                 03 MST-SUPERSEDE-COUNT   PIC 9(3).

              FD EXCP-IN.
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
                 03 FILLER             PIC X(7).

              FD EXCERPT-IN.
              01 IN-EXCERPT-LINE       PIC X(132).

              FD PACK-OUT.
              01 WS-PACK-LINE          PIC X(100).

           WORKING-STORAGE SECTION.
              01 WS-MST-STATUS         PIC X(2).
              01 WS-EXCP-STATUS        PIC X(2).
              01 WS-EXCERPT-STATUS     PIC X(2).
              01 WS-EXCERPT-FILE       PIC X(40).
              01 WS-PACK-FILE          PIC X(40).
              01 WS-EOF-SW             PIC X.
                 88 WS-FILE-EOF             VALUE 'Y'.
              01 WS-MST-SW             PIC X VALUE 'N'.
                 88 WS-MST-LOADED           VALUE 'Y'.
              01 WS-EXCP-SW            PIC X VALUE 'N'.
                 88 WS-EXCP-LOADED          VALUE 'Y'.

              01 WS-RUN-DATE           PIC 9(8).
              01 WS-PACK-MONTH         PIC X(6).
              01 WS-PACK-MONTH-N REDEFINES WS-PACK-MONTH.
                 03 WS-PACK-YYYY       PIC 9(4).
                 03 WS-PACK-MM         PIC 9(2).
              01 WS-PRIOR-MONTH        PIC X(6).
              01 WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH.
                 03 WS-PRIOR-YYYY      PIC 9(4).
                 03 WS-PRIOR-MM        PIC 9(2).
              01 WS-ROW-MONTH          PIC X(6).

              01 WS-PAGE-LINES         PIC 9(3) COMP VALUE 60.
              01 WS-PAGE-NO            PIC 9(3) VALUE 0.
              01 WS-PAGE-LINE-CT       PIC 9(3) COMP VALUE 0.
              01 WS-FIRST-AREA-PAGE    PIC 9(3) VALUE 3.
              01 WS-TOC-PAGE           PIC 9(3).

      *  THE FIVE BUSINESS AREAS, THEIR MONTH-END REPORTS AND THE
      *  MONTH'S EXCEPTION COUNTS.
              01 WS-AREA-COUNT         PIC 9(1) VALUE 5.
              01 WS-AREA-TABLE.
                 03 WS-AREA-ENTRY OCCURS 5.
                    05 WS-AREA-NAME       PIC X(10).
                    05 WS-AREA-REPORT     PIC X(40).
                    05 WS-AREA-EXCP-CUR   PIC 9(7).
                    05 WS-AREA-EXCP-PRIOR PIC 9(7).
                    05 WS-AREA-ROWS       PIC 9(3).
              01 WS-AREA-IX            PIC 9(1).
              01 WS-MAP-PROGRAM        PIC X(8).
              01 WS-MAP-AREA           PIC 9(1).

      *  ONE ROW PER AREA, PROGRAM AND METRIC SEEN IN EITHER MONTH.
              01 WS-MAX-TOTALS         PIC 9(3) COMP VALUE 150.
              01 WS-TOT-TABLE.
                 03 WS-TOT-ENTRY OCCURS 150.
                    05 WS-TOT-AREA        PIC 9(1).
                    05 WS-TOT-PROGRAM     PIC X(8).
                    05 WS-TOT-METRIC      PIC X(17).
                    05 WS-TOT-RUNS        PIC 9(5).
                    05 WS-TOT-SUM         PIC 9(13).
                    05 WS-TOT-PRIOR-RUNS  PIC 9(5).
                    05 WS-TOT-PRIOR-SUM   PIC 9(13).
              01 WS-TOT-COUNT          PIC 9(3) COMP VALUE 0.
              01 WS-TOT-IX             PIC 9(3) COMP.
              01 WS-MAX-AREA-ROWS      PIC 9(3) VALUE 12.

      *  ONE ROW PER AREA, PROGRAM AND EXCEPTION REASON.
              01 WS-MAX-EXCPS          PIC 9(3) COMP VALUE 300.
              01 WS-EXC-TABLE.
                 03 WS-EXC-ENTRY OCCURS 300.
                    05 WS-EXC-AREA        PIC 9(1).
                    05 WS-EXC-PROGRAM     PIC X(8).
                    05 WS-EXC-REASON      PIC X(8).
                    05 WS-EXC-CUR         PIC 9(7).
                    05 WS-EXC-PRIOR       PIC 9(7).
                    05 WS-EXC-SHOWN-SW    PIC X.
                       88 WS-EXC-SHOWN         VALUE 'Y'.
              01 WS-EXC-COUNT          PIC 9(3) COMP VALUE 0.
              01 WS-EXC-IX             PIC 9(3) COMP.
              01 WS-TOP-IX             PIC 9(3) COMP.
              01 WS-TOP-RANK           PIC 9(1).
              01 WS-TOP-LIMIT          PIC 9(1) VALUE 5.
              01 IX                    PIC 9(3) COMP.

              01 WS-RESULT-LEN         PIC 9(3) COMP.
              01 WS-RESULT-NUM         PIC 9(11).
              01 WS-RESULT-NUMERIC-SW  PIC X.
                 88 WS-RESULT-IS-NUMERIC     VALUE 'Y'.

              01 WS-AVG                PIC 9(11).
              01 WS-DELTA              PIC S9(13).
              01 WS-DELTA-EDIT         PIC +Z(12)9.
              01 WS-EXC-DELTA          PIC S9(7).
              01 WS-EXC-DELTA-EDIT     PIC +Z(6)9.
              01 WS-TOTAL-EDIT         PIC Z(12)9.
              01 WS-PRIOR-EDIT         PIC Z(12)9.
              01 WS-RUNS-EDIT          PIC Z(4)9.
              01 WS-PRUNS-EDIT         PIC Z(4)9.
              01 WS-AVG-EDIT           PIC Z(10)9.
              01 WS-CUR-EDIT           PIC Z(6)9.
              01 WS-PCUR-EDIT          PIC Z(6)9.
              01 WS-EXCERPT-SHOWN      PIC 9(3) VALUE 0.
              01 WS-EXCERPT-LEFT       PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               MOVE SPACES TO WS-PACK-MONTH
               ACCEPT WS-PACK-MONTH FROM ENVIRONMENT 'PACK_MONTH'
               IF WS-PACK-MONTH IS NOT NUMERIC
               OR WS-PACK-MM < 1 OR WS-PACK-MM > 12
                  MOVE WS-RUN-DATE(1:6) TO WS-PACK-MONTH
               END-IF
               IF WS-PACK-MM = 1
                  COMPUTE WS-PRIOR-YYYY = WS-PACK-YYYY - 1
                  MOVE 12 TO WS-PRIOR-MM
               ELSE
                  MOVE WS-PACK-YYYY TO WS-PRIOR-YYYY
                  COMPUTE WS-PRIOR-MM = WS-PACK-MM - 1
               END-IF
               MOVE SPACES TO WS-PACK-FILE
               STRING 'mgmt_pack_' WS-PACK-MONTH '.txt'
                  DELIMITED BY SIZE INTO WS-PACK-FILE

               PERFORM SET-UP-AREAS
               PERFORM LOAD-RESULTS-MASTER
               PERFORM LOAD-EXCEPTIONS

               OPEN OUTPUT PACK-OUT
               PERFORM WRITE-TITLE-PAGE
               PERFORM WRITE-CONTENTS-PAGE
               PERFORM VARYING WS-AREA-IX FROM 1 BY 1
                       UNTIL WS-AREA-IX > WS-AREA-COUNT
                  PERFORM WRITE-AREA-PAGE
               END-PERFORM
               CLOSE PACK-OUT

               DISPLAY 'MGMTPACK: MANAGEMENT PACK FOR ' WS-PACK-MONTH
                       ' WRITTEN - ' WS-PAGE-NO ' PAGE(S) IN '
                       WS-PACK-FILE
               IF NOT WS-MST-LOADED
                  DISPLAY 'MGMTPACK: NO RESULTS MASTER ON FILE - '
                          'MONTH TOTALS NOT AVAILABLE'
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           SET-UP-AREAS SECTION.
               MOVE 'CALORIES'   TO WS-AREA-NAME(1)
               MOVE 'histrpt_output.txt' TO WS-AREA-REPORT(1)
               MOVE 'TOURNAMENT' TO WS-AREA-NAME(2)
               MOVE 'day02_season_standings.txt' TO WS-AREA-REPORT(2)
               MOVE 'RUCKSACKS'  TO WS-AREA-NAME(3)
               MOVE 'day03_compliance.txt' TO WS-AREA-REPORT(3)
               MOVE 'CLEANUP'    TO WS-AREA-NAME(4)
               MOVE 'day04_coverage.txt' TO WS-AREA-REPORT(4)
               MOVE 'YARD'       TO WS-AREA-NAME(5)
               MOVE 'day05_utilization.txt' TO WS-AREA-REPORT(5)
               PERFORM VARYING WS-AREA-IX FROM 1 BY 1
                       UNTIL WS-AREA-IX > WS-AREA-COUNT
                  MOVE ZERO TO WS-AREA-EXCP-CUR(WS-AREA-IX)
                               WS-AREA-EXCP-PRIOR(WS-AREA-IX)
                               WS-AREA-ROWS(WS-AREA-IX)
               END-PERFORM
               .

      *****************************************************************
      *  WHICH AREA A PROGRAM'S RESULTS AND EXCEPTIONS BELONG TO.
      *  ZERO FOR THE BATCH UTILITIES, WHICH HAVE NO PLACE IN THE PACK.
      *****************************************************************
           MAP-PROGRAM-TO-AREA SECTION.
               EVALUATE TRUE
                  WHEN WS-MAP-PROGRAM(1:5) = 'DAY01'
                  WHEN WS-MAP-PROGRAM(1:4) = 'PROV'
                  WHEN WS-MAP-PROGRAM = 'RATIONCK' OR 'CAMPRECN'
                     MOVE 1 TO WS-MAP-AREA
                  WHEN WS-MAP-PROGRAM(1:5) = 'DAY02'
                  WHEN WS-MAP-PROGRAM = 'PLAYOFF' OR 'PRIZEPAY'
                                     OR 'SEASCORR' OR 'SEASEND'
                                     OR 'ELIGMNT' OR 'FIXGEN'
                     MOVE 2 TO WS-MAP-AREA
                  WHEN WS-MAP-PROGRAM(1:5) = 'DAY03'
                  WHEN WS-MAP-PROGRAM = 'BADGEREG'
                     MOVE 3 TO WS-MAP-AREA
                  WHEN WS-MAP-PROGRAM(1:5) = 'DAY04'
                  WHEN WS-MAP-PROGRAM = 'SECTCOMP' OR 'TIMESHT'
                                     OR 'ASGNSCHD'
                     MOVE 4 TO WS-MAP-AREA
                  WHEN WS-MAP-PROGRAM(1:5) = 'DAY05'
                  WHEN WS-MAP-PROGRAM = 'CRANEMNT' OR 'CRTRACE'
                                     OR 'DWELLRPT'
                     MOVE 5 TO WS-MAP-AREA
                  WHEN OTHER
                     MOVE ZERO TO WS-MAP-AREA
               END-EVALUATE
               .

           LOAD-RESULTS-MASTER SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT RESULTS-MASTER
               IF WS-MST-STATUS = '00'
                  SET WS-MST-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ RESULTS-MASTER NEXT RECORD
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        MOVE MST-RUN-DATE(1:6) TO WS-ROW-MONTH
                        IF WS-ROW-MONTH = WS-PACK-MONTH
                        OR WS-ROW-MONTH = WS-PRIOR-MONTH
                           MOVE MST-PROGRAM TO WS-MAP-PROGRAM
                           PERFORM MAP-PROGRAM-TO-AREA
                           IF WS-MAP-AREA > ZERO
                              PERFORM POST-RESULT-ROW
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE RESULTS-MASTER
               END-IF
               .

           POST-RESULT-ROW SECTION.
               MOVE ZERO TO WS-TOT-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-TOT-COUNT
                  IF  WS-TOT-PROGRAM(IX) = MST-PROGRAM
                  AND WS-TOT-METRIC(IX)  = MST-METRIC
                     MOVE IX TO WS-TOT-IX
                     MOVE WS-TOT-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-TOT-IX = ZERO
                  IF WS-TOT-COUNT >= WS-MAX-TOTALS
                     DISPLAY 'MGMTPACK: TOTALS TABLE CAPACITY OF '
                             WS-MAX-TOTALS ' EXCEEDED - '
                             MST-PROGRAM ' ' MST-METRIC
                             ' NOT TOTALLED'
                  ELSE
                     ADD 1 TO WS-TOT-COUNT
                     MOVE WS-TOT-COUNT TO WS-TOT-IX
                     MOVE WS-MAP-AREA TO WS-TOT-AREA(WS-TOT-IX)
                     MOVE MST-PROGRAM TO WS-TOT-PROGRAM(WS-TOT-IX)
                     MOVE MST-METRIC  TO WS-TOT-METRIC(WS-TOT-IX)
                     MOVE ZERO TO WS-TOT-RUNS(WS-TOT-IX)
                                  WS-TOT-SUM(WS-TOT-IX)
                                  WS-TOT-PRIOR-RUNS(WS-TOT-IX)
                                  WS-TOT-PRIOR-SUM(WS-TOT-IX)
                  END-IF
               END-IF
               IF WS-TOT-IX > ZERO
                  PERFORM PARSE-RESULT-NUMBER
                  IF WS-ROW-MONTH = WS-PACK-MONTH
                     ADD 1 TO WS-TOT-RUNS(WS-TOT-IX)
                     IF WS-RESULT-IS-NUMERIC
                        ADD WS-RESULT-NUM TO WS-TOT-SUM(WS-TOT-IX)
                     END-IF
                  ELSE
                     ADD 1 TO WS-TOT-PRIOR-RUNS(WS-TOT-IX)
                     IF WS-RESULT-IS-NUMERIC
                        ADD WS-RESULT-NUM
                          TO WS-TOT-PRIOR-SUM(WS-TOT-IX)
                     END-IF
                  END-IF
               END-IF
               .

           PARSE-RESULT-NUMBER SECTION.
               MOVE 'N' TO WS-RESULT-NUMERIC-SW
               MOVE ZERO TO WS-RESULT-NUM
               MOVE ZERO TO WS-RESULT-LEN
               INSPECT FUNCTION REVERSE(MST-RESULT)
                  TALLYING WS-RESULT-LEN FOR LEADING SPACES
               COMPUTE WS-RESULT-LEN =
                       LENGTH OF MST-RESULT - WS-RESULT-LEN
               IF WS-RESULT-LEN > 0 AND WS-RESULT-LEN < 12
               AND MST-RESULT(1:WS-RESULT-LEN) IS NUMERIC
                  MOVE MST-RESULT(1:WS-RESULT-LEN) TO WS-RESULT-NUM
                  MOVE 'Y' TO WS-RESULT-NUMERIC-SW
               END-IF
               .

           LOAD-EXCEPTIONS SECTION.
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT EXCP-IN
               IF WS-EXCP-STATUS = '00'
                  SET WS-EXCP-LOADED TO TRUE
                  PERFORM UNTIL WS-FILE-EOF
                     READ EXCP-IN
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        MOVE IN-EXCP-DATE(1:6) TO WS-ROW-MONTH
                        IF WS-ROW-MONTH = WS-PACK-MONTH
                        OR WS-ROW-MONTH = WS-PRIOR-MONTH
                           MOVE IN-EXCP-PROGRAM TO WS-MAP-PROGRAM
                           PERFORM MAP-PROGRAM-TO-AREA
                           IF WS-MAP-AREA > ZERO
                              PERFORM POST-EXCEPTION-ROW
                           END-IF
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE EXCP-IN
               END-IF
               .

           POST-EXCEPTION-ROW SECTION.
               IF WS-ROW-MONTH = WS-PACK-MONTH
                  ADD 1 TO WS-AREA-EXCP-CUR(WS-MAP-AREA)
               ELSE
                  ADD 1 TO WS-AREA-EXCP-PRIOR(WS-MAP-AREA)
               END-IF
               MOVE ZERO TO WS-EXC-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-EXC-COUNT
                  IF  WS-EXC-PROGRAM(IX) = IN-EXCP-PROGRAM
                  AND WS-EXC-REASON(IX)  = IN-EXCP-REASON
                     MOVE IX TO WS-EXC-IX
                     MOVE WS-EXC-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-EXC-IX = ZERO
                  IF WS-EXC-COUNT >= WS-MAX-EXCPS
                     DISPLAY 'MGMTPACK: EXCEPTION TABLE CAPACITY OF '
                             WS-MAX-EXCPS ' EXCEEDED - '
                             IN-EXCP-PROGRAM ' ' IN-EXCP-REASON
                             ' NOT RANKED'
                  ELSE
                     ADD 1 TO WS-EXC-COUNT
                     MOVE WS-EXC-COUNT TO WS-EXC-IX
                     MOVE WS-MAP-AREA TO WS-EXC-AREA(WS-EXC-IX)
                     MOVE IN-EXCP-PROGRAM
                       TO WS-EXC-PROGRAM(WS-EXC-IX)
                     MOVE IN-EXCP-REASON TO WS-EXC-REASON(WS-EXC-IX)
                     MOVE ZERO TO WS-EXC-CUR(WS-EXC-IX)
                                  WS-EXC-PRIOR(WS-EXC-IX)
                     MOVE 'N' TO WS-EXC-SHOWN-SW(WS-EXC-IX)
                  END-IF
               END-IF
               IF WS-EXC-IX > ZERO
                  IF WS-ROW-MONTH = WS-PACK-MONTH
                     ADD 1 TO WS-EXC-CUR(WS-EXC-IX)
                  ELSE
                     ADD 1 TO WS-EXC-PRIOR(WS-EXC-IX)
                  END-IF
               END-IF
               .

      *****************************************************************
      *  PAGE HANDLING.  EVERY PAGE OPENS WITH THE PACK HEADER AND
      *  PAGE NUMBER; EACH AREA HAS ITS OWN PAGE SO THE CONTENTS PAGE
      *  NUMBERS ARE KNOWN BEFORE THE AREAS ARE WRITTEN.
      *****************************************************************
           START-NEW-PAGE SECTION.
               IF WS-PAGE-NO > ZERO
                  MOVE SPACES TO WS-PACK-LINE
                  WRITE WS-PACK-LINE BEFORE ADVANCING PAGE
               END-IF
               ADD 1 TO WS-PAGE-NO
               MOVE SPACES TO WS-PACK-LINE
               STRING 'MONTHLY MANAGEMENT PACK  MONTH='
                      WS-PACK-MONTH
                      '  RUN DATE=' WS-RUN-DATE
                      '                      PAGE ' WS-PAGE-NO
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               WRITE WS-PACK-LINE BEFORE ADVANCING 1 LINE
               MOVE ALL '=' TO WS-PACK-LINE
               WRITE WS-PACK-LINE BEFORE ADVANCING 1 LINE
               MOVE 2 TO WS-PAGE-LINE-CT
               .

           WRITE-PACK-LINE SECTION.
               IF WS-PAGE-LINE-CT < WS-PAGE-LINES
                  WRITE WS-PACK-LINE BEFORE ADVANCING 1 LINE
                  ADD 1 TO WS-PAGE-LINE-CT
               END-IF
               .

           WRITE-BLANK-LINE SECTION.
               MOVE SPACES TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               .

           WRITE-TITLE-PAGE SECTION.
               PERFORM START-NEW-PAGE
               PERFORM WRITE-BLANK-LINE
               PERFORM WRITE-BLANK-LINE
               MOVE '          MONTHLY MANAGEMENT REPORT PACK'
                 TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               PERFORM WRITE-BLANK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING '          REPORTING MONTH   ' WS-PACK-MONTH(1:4)
                      '-' WS-PACK-MONTH(5:2)
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING '          COMPARED WITH     '
                      WS-PRIOR-MONTH(1:4) '-' WS-PRIOR-MONTH(5:2)
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING '          BUSINESS DATE     ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               PERFORM WRITE-BLANK-LINE
               MOVE '          SOURCES:' TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               IF WS-MST-LOADED
                  MOVE '          - RESULTS MASTER (RESULTS_MASTER.DAT)'
                    TO WS-PACK-LINE
               ELSE
                  MOVE '          - RESULTS MASTER - NOT ON FILE'
                    TO WS-PACK-LINE
               END-IF
               PERFORM WRITE-PACK-LINE
               IF WS-EXCP-LOADED
                  MOVE '          - EXCEPTIONS (EXCEPTIONS.TXT)'
                    TO WS-PACK-LINE
               ELSE
                  MOVE '          - EXCEPTIONS - NOT ON FILE'
                    TO WS-PACK-LINE
               END-IF
               PERFORM WRITE-PACK-LINE
               MOVE '          - MONTH-END COPY OF EACH AREA REPORT'
                 TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               .

           WRITE-CONTENTS-PAGE SECTION.
               PERFORM START-NEW-PAGE
               MOVE 'CONTENTS' TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               PERFORM WRITE-BLANK-LINE
               PERFORM VARYING WS-AREA-IX FROM 1 BY 1
                       UNTIL WS-AREA-IX > WS-AREA-COUNT
                  COMPUTE WS-TOC-PAGE =
                          WS-FIRST-AREA-PAGE + WS-AREA-IX - 1
                  MOVE SPACES TO WS-PACK-LINE
                  STRING '  SECTION ' WS-AREA-IX '  '
                         WS-AREA-NAME(WS-AREA-IX)
                         ' ..................................... PAGE '
                         WS-TOC-PAGE
                     DELIMITED BY SIZE INTO WS-PACK-LINE
                  PERFORM WRITE-PACK-LINE
               END-PERFORM
               .

      *****************************************************************
      *  ONE AREA PAGE: MONTH TOTALS AGAINST LAST MONTH, TOP
      *  EXCEPTIONS, THEN THE MONTH-END REPORT TO THE FOOT OF THE PAGE.
      *****************************************************************
           WRITE-AREA-PAGE SECTION.
               PERFORM START-NEW-PAGE
               MOVE SPACES TO WS-PACK-LINE
               STRING 'SECTION ' WS-AREA-IX '  '
                      WS-AREA-NAME(WS-AREA-IX)
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               PERFORM WRITE-BLANK-LINE

               MOVE 'MONTH TOTALS AGAINST PRIOR MONTH' TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE SPACES TO WS-PACK-LINE
               STRING 'PROGRAM  METRIC             RUNS'
                      '          TOTAL    AVERAGE PRIOR'
                      '    PRIOR TOTAL         CHANGE'
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               PERFORM VARYING WS-TOT-IX FROM 1 BY 1
                       UNTIL WS-TOT-IX > WS-TOT-COUNT
                  IF WS-TOT-AREA(WS-TOT-IX) = WS-AREA-IX
                     ADD 1 TO WS-AREA-ROWS(WS-AREA-IX)
                     IF WS-AREA-ROWS(WS-AREA-IX) NOT > WS-MAX-AREA-ROWS
                        PERFORM WRITE-TOTALS-ROW
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-AREA-ROWS(WS-AREA-IX) = ZERO
                  IF WS-MST-LOADED
                     MOVE '  NO RESULTS POSTED IN EITHER MONTH'
                       TO WS-PACK-LINE
                  ELSE
                     MOVE '  RESULTS MASTER NOT ON FILE'
                       TO WS-PACK-LINE
                  END-IF
                  PERFORM WRITE-PACK-LINE
               END-IF
               IF WS-AREA-ROWS(WS-AREA-IX) > WS-MAX-AREA-ROWS
                  MOVE SPACES TO WS-PACK-LINE
                  STRING '  ... ' WS-AREA-ROWS(WS-AREA-IX)
                         ' PROGRAM/METRIC ROWS IN ALL - FIRST '
                         WS-MAX-AREA-ROWS ' SHOWN'
                     DELIMITED BY SIZE INTO WS-PACK-LINE
                  PERFORM WRITE-PACK-LINE
               END-IF
               PERFORM WRITE-BLANK-LINE

               PERFORM WRITE-TOP-EXCEPTIONS
               PERFORM WRITE-BLANK-LINE
               PERFORM WRITE-REPORT-EXCERPT
               .

           WRITE-TOTALS-ROW SECTION.
               IF WS-TOT-RUNS(WS-TOT-IX) > ZERO
                  COMPUTE WS-AVG ROUNDED =
                          WS-TOT-SUM(WS-TOT-IX)
                          / WS-TOT-RUNS(WS-TOT-IX)
               ELSE
                  MOVE ZERO TO WS-AVG
               END-IF
               COMPUTE WS-DELTA = WS-TOT-SUM(WS-TOT-IX)
                                - WS-TOT-PRIOR-SUM(WS-TOT-IX)
               MOVE WS-TOT-RUNS(WS-TOT-IX)       TO WS-RUNS-EDIT
               MOVE WS-TOT-SUM(WS-TOT-IX)        TO WS-TOTAL-EDIT
               MOVE WS-AVG                       TO WS-AVG-EDIT
               MOVE WS-TOT-PRIOR-RUNS(WS-TOT-IX) TO WS-PRUNS-EDIT
               MOVE WS-TOT-PRIOR-SUM(WS-TOT-IX)  TO WS-PRIOR-EDIT
               MOVE WS-DELTA                     TO WS-DELTA-EDIT
               MOVE SPACES TO WS-PACK-LINE
               STRING WS-TOT-PROGRAM(WS-TOT-IX) ' '
                      WS-TOT-METRIC(WS-TOT-IX) ' '
                      WS-RUNS-EDIT ' ' WS-TOTAL-EDIT ' '
                      WS-AVG-EDIT ' ' WS-PRUNS-EDIT ' '
                      WS-PRIOR-EDIT ' ' WS-DELTA-EDIT
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               .

           WRITE-TOP-EXCEPTIONS SECTION.
               COMPUTE WS-EXC-DELTA = WS-AREA-EXCP-CUR(WS-AREA-IX)
                                    - WS-AREA-EXCP-PRIOR(WS-AREA-IX)
               MOVE WS-AREA-EXCP-CUR(WS-AREA-IX)   TO WS-CUR-EDIT
               MOVE WS-AREA-EXCP-PRIOR(WS-AREA-IX) TO WS-PCUR-EDIT
               MOVE WS-EXC-DELTA TO WS-EXC-DELTA-EDIT
               MOVE SPACES TO WS-PACK-LINE
               STRING 'TOP EXCEPTIONS  MONTH=' WS-CUR-EDIT
                      '  PRIOR=' WS-PCUR-EDIT
                      '  CHANGE=' WS-EXC-DELTA-EDIT
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               IF NOT WS-EXCP-LOADED
                  MOVE '  EXCEPTION REPOSITORY NOT ON FILE'
                    TO WS-PACK-LINE
                  PERFORM WRITE-PACK-LINE
               ELSE
                  IF WS-AREA-EXCP-CUR(WS-AREA-IX) = ZERO
                     MOVE '  NO EXCEPTIONS FILED THIS MONTH'
                       TO WS-PACK-LINE
                     PERFORM WRITE-PACK-LINE
                  ELSE
                     MOVE SPACES TO WS-PACK-LINE
                     STRING '  RANK PROGRAM  REASON     '
                            '  MONTH    PRIOR'
                        DELIMITED BY SIZE INTO WS-PACK-LINE
                     PERFORM WRITE-PACK-LINE
                     PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                             UNTIL WS-TOP-RANK > WS-TOP-LIMIT
                        PERFORM WRITE-NEXT-TOP-EXCEPTION
                     END-PERFORM
                  END-IF
               END-IF
               .

           WRITE-NEXT-TOP-EXCEPTION SECTION.
               MOVE ZERO TO WS-TOP-IX
               PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                       UNTIL WS-EXC-IX > WS-EXC-COUNT
                  IF  WS-EXC-AREA(WS-EXC-IX) = WS-AREA-IX
                  AND WS-EXC-CUR(WS-EXC-IX) > ZERO
                  AND NOT WS-EXC-SHOWN(WS-EXC-IX)
                     IF WS-TOP-IX = ZERO
                        MOVE WS-EXC-IX TO WS-TOP-IX
                     ELSE
                        IF WS-EXC-CUR(WS-EXC-IX) >
                           WS-EXC-CUR(WS-TOP-IX)
                           MOVE WS-EXC-IX TO WS-TOP-IX
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-TOP-IX > ZERO
                  SET WS-EXC-SHOWN(WS-TOP-IX) TO TRUE
                  MOVE WS-EXC-CUR(WS-TOP-IX)   TO WS-CUR-EDIT
                  MOVE WS-EXC-PRIOR(WS-TOP-IX) TO WS-PCUR-EDIT
                  MOVE SPACES TO WS-PACK-LINE
                  STRING '  ' WS-TOP-RANK '    '
                         WS-EXC-PROGRAM(WS-TOP-IX) ' '
                         WS-EXC-REASON(WS-TOP-IX) ' '
                         WS-CUR-EDIT ' ' WS-PCUR-EDIT
                     DELIMITED BY SIZE INTO WS-PACK-LINE
                  PERFORM WRITE-PACK-LINE
               END-IF
               .

           WRITE-REPORT-EXCERPT SECTION.
               MOVE WS-AREA-REPORT(WS-AREA-IX) TO WS-EXCERPT-FILE
               MOVE SPACES TO WS-PACK-LINE
               STRING 'MONTH-END REPORT ' WS-EXCERPT-FILE
                  DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE ZERO TO WS-EXCERPT-SHOWN WS-EXCERPT-LEFT
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT EXCERPT-IN
               IF WS-EXCERPT-STATUS NOT = '00'
                  MOVE '  NOT ON FILE' TO WS-PACK-LINE
                  PERFORM WRITE-PACK-LINE
               ELSE
                  PERFORM UNTIL WS-FILE-EOF
                     READ EXCERPT-IN
                     AT END
                        SET WS-FILE-EOF TO TRUE
                     NOT AT END
                        IF WS-PAGE-LINE-CT < WS-PAGE-LINES - 1
                           MOVE SPACES TO WS-PACK-LINE
                           STRING '  ' IN-EXCERPT-LINE(1:98)
                              DELIMITED BY SIZE INTO WS-PACK-LINE
                           PERFORM WRITE-PACK-LINE
                           ADD 1 TO WS-EXCERPT-SHOWN
                        ELSE
                           ADD 1 TO WS-EXCERPT-LEFT
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE EXCERPT-IN
                  IF WS-EXCERPT-LEFT > ZERO
                     MOVE SPACES TO WS-PACK-LINE
                     STRING '  ... ' WS-EXCERPT-LEFT
                            ' MORE LINE(S) - SEE THE FULL REPORT'
                        DELIMITED BY SIZE INTO WS-PACK-LINE
                     PERFORM WRITE-PACK-LINE
                  END-IF
               END-IF
               .
