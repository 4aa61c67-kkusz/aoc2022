           IDENTIFICATION DIVISION.
           PROGRAM-ID. DAY01PRT.

      *****************************************************************
      *  ONE PARTITION OF A PARTITIONED DAY01 RUN.  WHEN
      *  DAY01_PARTITIONS IS MORE THAN 1, DAYBATCH STARTS ONE
      *  EXECUTION OF THIS PROGRAM PER PARTITION, ALL AT THE SAME
      *  TIME, WITH THE PARTITION NUMBER (01, 02, ...) AS ITS
      *  PARAMETER.  THE CAMP LIST IS DEALT ROUND THE PARTITIONS IN
      *  ORDER - CAMP 1 TO PARTITION 1, CAMP 2 TO PARTITION 2 AND SO ON
      *  - AND THIS PARTITION RUNS DAY01CALC FOR EACH OF ITS CAMPS WITH
      *  ITS OWN CHECKPOINT AND ITS OWN TOTALS, DISTRIBUTION,
      *  NUTRITION, REJECTS AND CONSUMPTION FILES.  NOTHING IS POSTED
      *  TO THE PROVISIONS MASTER OR THE CALORIE HISTORY HERE; DAY01
      *  MERGES THE PARTITIONS AND POSTS ONCE.
      *
      *     DAY01_PART_NN_RESULT.TXT  ONE LINE PER CAMP RUN CLEAN
      *     DAY01_PART_NN_STATUS.TXT  WRITTEN LAST: THE PARTITION'S
      *                               COMPLETION CODE AND REASON.
      *                               DAYBATCH WAITS FOR IT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CAMP-LIST ASSIGN TO WS-CAMP-LIST-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMP-LIST-STATUS.
              SELECT RESULT-OUT ASSIGN TO WS-RESULT-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT STATUS-OUT ASSIGN TO WS-STATUS-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
              FILE SECTION.
              FD CAMP-LIST.
              01 IN-CAMP-CARD.
                 03 IN-CAMP-CODE     PIC X(4).
                 03 FILLER           PIC X(1).
                 03 IN-CAMP-FILE     PIC X(40).

              FD RESULT-OUT.
              01 WS-RESULT-CARD.
                 03 RES-CAMP           PIC X(4).
                 03 FILLER             PIC X(1).
                 03 RES-FILE           PIC X(40).
                 03 FILLER             PIC X(1).
                 03 RES-ELVES          PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 RES-READ           PIC 9(7).
                 03 FILLER             PIC X(1).
                 03 RES-REJECTS        PIC 9(5).
                 03 RES-TOP OCCURS 3.
                    05 FILLER             PIC X(1).
                    05 RES-TOP-CALORIE    PIC 9(11).
                    05 FILLER             PIC X(1).
                    05 RES-TOP-ELF        PIC 9(4).

              FD STATUS-OUT.
              01 WS-STATUS-CARD.
                 03 STS-PART           PIC X(2).
                 03 FILLER             PIC X(1).
                 03 STS-DATE           PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 STS-CODE           PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 STS-CAMPS          PIC 9(2).
                 03 FILLER             PIC X(1).
                 03 STS-REASON         PIC X(40).

              WORKING-STORAGE SECTION.
              01 WS-CAMP-LIST-STATUS PIC X(2).
              01 WS-CAMP-LIST-FILE   PIC X(40).
              01 WS-RESULT-FILE      PIC X(40).
              01 WS-STATUS-FILE      PIC X(40).
              01 WS-DELETE-FILE      PIC X(40).
              01 WS-PART-STEM        PIC X(40).
              01 WS-SHADOW-SW        PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE         VALUE 'Y'.
              01 WS-PERD-OPEN-SW     PIC X.
                 88 WS-PERD-OPEN          VALUE 'Y'.
              01 WS-RUN-DATE         PIC 9(8).
              01 WS-CALORIES-FILE    PIC X(40).
              01 WS-HIST-PROGRAM-ID  PIC X(8)  VALUE 'DAY01'.

              01 WS-PART-ARG         PIC X(20).
              01 WS-PART-ID          PIC X(2).
              01 WS-PART-NO          PIC 9(2).
              01 WS-MAX-PARTS        PIC 9(2) COMP VALUE 10.
              01 WS-PART-COUNT       PIC 9(2) COMP VALUE 1.
              01 WS-CAMP-PART        PIC 9(2) COMP.
              01 WS-CAMPS-RUN        PIC 9(2) VALUE 0.
              01 WS-PARM-LEN         PIC 9(2) COMP.

              01 WS-MAX-CAMPS        PIC 9(2) COMP VALUE 10.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 10.
                    05 WS-CAMP-CODE     PIC X(4).
                    05 WS-CAMP-FILE     PIC X(40).
              01 WS-CAMP-COUNT       PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX          PIC 9(2) COMP.

              01 WS-RANK-SIZE         PIC 9(2) COMP VALUE 3.
              01 WS-TOP-CALORIES.
                 03 WS-TOP-ENTRY     OCCURS 3.
                    05 WS-TOP-CALORIE   PIC 9(11).
                    05 WS-TOP-ELF       PIC 9(4).
              01 WS-SUM-CALORIES     PIC 9(11).
              01 WS-REJECT-COUNT     PIC 9(5).
              01 WS-RECORDS-READ     PIC 9(7).
              01 WS-ELF-COUNT        PIC 9(4).
              01 WS-THIS-CAMP        PIC X(4).
              01 WS-TOTALS-SW        PIC X VALUE 'Y'.
              01 WS-RANK-IX          PIC 9(2) COMP.

              01 WS-PARM-NAME         PIC X(20).
              01 WS-PARM-VALUE        PIC X(40).
              01 WS-PARM-FOUND-SW     PIC X.
                 88 WS-PARM-FOUND    VALUE 'Y'.
              01 WS-CALC-STATUS.
                 03 WS-CALC-STATUS-CODE    PIC 9(2).
                 03 WS-CALC-STATUS-REASON  PIC X(40).

           PROCEDURE DIVISION.

              MOVE ZERO TO WS-CALC-STATUS-CODE
              MOVE SPACES TO WS-CALC-STATUS-REASON
              MOVE SPACES TO WS-PART-ARG
              ACCEPT WS-PART-ARG FROM COMMAND-LINE
              IF WS-PART-ARG(1:2) IS NOT NUMERIC
              OR WS-PART-ARG(1:2) = '00'
                 DISPLAY 'DAY01PRT: PARTITION NUMBER MISSING OR '
                         'INVALID - ' WS-PART-ARG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PART-ARG(1:2) TO WS-PART-ID
              MOVE WS-PART-ID TO WS-PART-NO
              PERFORM RESOLVE-SHADOW-MODE
              MOVE SPACES TO WS-RESULT-FILE WS-STATUS-FILE
              IF WS-SHADOW-MODE
                 STRING 'shadow_day01_part_' WS-PART-ID '_result.txt'
                    DELIMITED BY SIZE INTO WS-RESULT-FILE
                 STRING 'shadow_day01_part_' WS-PART-ID '_status.txt'
                    DELIMITED BY SIZE INTO WS-STATUS-FILE
              ELSE
                 STRING 'day01_part_' WS-PART-ID '_result.txt'
                    DELIMITED BY SIZE INTO WS-RESULT-FILE
                 STRING 'day01_part_' WS-PART-ID '_status.txt'
                    DELIMITED BY SIZE INTO WS-STATUS-FILE
              END-IF
              CALL 'CBL_DELETE_FILE' USING WS-STATUS-FILE

              CALL 'GETBDATE' USING WS-RUN-DATE
              CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                   WS-RUN-DATE
                                   WS-PERD-OPEN-SW
              IF NOT WS-PERD-OPEN
                 MOVE 8 TO WS-CALC-STATUS-CODE
                 MOVE 'BUSINESS DATE IS CLOSED'
                   TO WS-CALC-STATUS-REASON
              ELSE
                 PERFORM RESOLVE-PARTITION-COUNT
                 IF WS-PART-NO > WS-PART-COUNT
                    MOVE 8 TO WS-CALC-STATUS-CODE
                    MOVE 'PARTITION NOT CONFIGURED'
                      TO WS-CALC-STATUS-REASON
                 ELSE
                    PERFORM RUN-PARTITION-CAMPS
                 END-IF
              END-IF

              PERFORM WRITE-PARTITION-STATUS
              DISPLAY 'DAY01PRT: PARTITION ' WS-PART-ID
                      ' CAMPS=' WS-CAMPS-RUN
                      ' CODE=' WS-CALC-STATUS-CODE
                      ' ' WS-CALC-STATUS-REASON
              MOVE WS-CALC-STATUS-CODE TO RETURN-CODE
              STOP RUN.

           RESOLVE-PARTITION-COUNT SECTION.
               MOVE 'DAY01_PARTITIONS' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE ZERO TO WS-PARM-LEN
                  INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                  IF  WS-PARM-LEN > ZERO AND WS-PARM-LEN < 3
                  AND WS-PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-VALUE(1:WS-PARM-LEN)
                       TO WS-PART-COUNT
                  END-IF
               END-IF
               IF WS-PART-COUNT > WS-MAX-PARTS
                  MOVE WS-MAX-PARTS TO WS-PART-COUNT
               END-IF
               IF WS-PART-COUNT = ZERO
                  MOVE 1 TO WS-PART-COUNT
               END-IF
               .

           RUN-PARTITION-CAMPS SECTION.
               PERFORM LOAD-CAMP-LIST
               PERFORM CLEAR-PARTITION-FILES
               OPEN OUTPUT RESULT-OUT
               PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                       OR WS-CALC-STATUS-CODE NOT = ZERO
                  COMPUTE WS-CAMP-PART =
                          FUNCTION MOD(WS-CAMP-IX - 1, WS-PART-COUNT)
                          + 1
                  IF WS-CAMP-PART = WS-PART-NO
                     PERFORM PROCESS-ONE-CAMP
                  END-IF
               END-PERFORM
               CLOSE RESULT-OUT
               .

           RESOLVE-SHADOW-MODE SECTION.
               MOVE 'SHADOW_MODE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:1) = 'Y'
                  SET WS-SHADOW-MODE TO TRUE
               END-IF
               .

      *  DAY01CALC APPENDS, SO THE PARTITION'S OUTPUTS START EMPTY
           CLEAR-PARTITION-FILES SECTION.
               MOVE SPACES TO WS-PART-STEM
               IF WS-SHADOW-MODE
                  STRING 'shadow_day01_part_' WS-PART-ID
                     DELIMITED BY SIZE INTO WS-PART-STEM
               ELSE
                  STRING 'day01_part_' WS-PART-ID
                     DELIMITED BY SIZE INTO WS-PART-STEM
               END-IF
               MOVE SPACES TO WS-DELETE-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_totals.txt' DELIMITED BY SIZE
                  INTO WS-DELETE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-FILE
               MOVE SPACES TO WS-DELETE-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_distribution.txt' DELIMITED BY SIZE
                  INTO WS-DELETE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-FILE
               MOVE SPACES TO WS-DELETE-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_nutrition.txt' DELIMITED BY SIZE
                  INTO WS-DELETE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-FILE
               MOVE SPACES TO WS-DELETE-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_rejects.txt' DELIMITED BY SIZE
                  INTO WS-DELETE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-FILE
               MOVE SPACES TO WS-DELETE-FILE
               STRING WS-PART-STEM DELIMITED BY SPACE
                      '_consumed.txt' DELIMITED BY SIZE
                  INTO WS-DELETE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-FILE
               .

           LOAD-CAMP-LIST SECTION.
               MOVE SPACES TO WS-CAMP-LIST-FILE
               MOVE 'CAMP_LIST' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-CAMP-LIST-FILE
               ELSE
                  ACCEPT WS-CAMP-LIST-FILE
                     FROM ENVIRONMENT 'CAMP_LIST'
               END-IF
               IF WS-CAMP-LIST-FILE = SPACES
                  STRING 'camps_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-CAMP-LIST-FILE
               END-IF

               OPEN INPUT CAMP-LIST
               IF WS-CAMP-LIST-STATUS NOT = '00'
                  PERFORM BUILD-SINGLE-CAMP
               ELSE
                  PERFORM UNTIL WS-CAMP-LIST-STATUS NOT = '00'
                     READ CAMP-LIST
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM POST-CAMP-CARD
                     END-READ
                  END-PERFORM
                  CLOSE CAMP-LIST
                  IF WS-CAMP-COUNT = ZERO
                     PERFORM BUILD-SINGLE-CAMP
                  END-IF
               END-IF
               .

           POST-CAMP-CARD SECTION.
               IF  IN-CAMP-CODE NOT = SPACES
               AND IN-CAMP-FILE NOT = SPACES
               AND WS-CAMP-COUNT < WS-MAX-CAMPS
                  ADD 1 TO WS-CAMP-COUNT
                  MOVE IN-CAMP-CODE TO WS-CAMP-CODE(WS-CAMP-COUNT)
                  MOVE IN-CAMP-FILE TO WS-CAMP-FILE(WS-CAMP-COUNT)
               END-IF
               .

           BUILD-SINGLE-CAMP SECTION.
               MOVE SPACES TO WS-CALORIES-FILE
               MOVE 'CALORIES_FILE' TO WS-PARM-NAME
               CALL 'PARMLOAD' USING WS-PARM-NAME
                                      WS-PARM-VALUE
                                      WS-PARM-FOUND-SW
               IF WS-PARM-FOUND
                  MOVE WS-PARM-VALUE TO WS-CALORIES-FILE
               ELSE
                  ACCEPT WS-CALORIES-FILE
                     FROM ENVIRONMENT 'CALORIES_FILE'
               END-IF
               IF WS-CALORIES-FILE = SPACES
                  STRING 'input_' WS-RUN-DATE '.txt'
                     DELIMITED BY SIZE INTO WS-CALORIES-FILE
               END-IF
               MOVE 1 TO WS-CAMP-COUNT
               MOVE 'MAIN' TO WS-CAMP-CODE(1)
               MOVE WS-CALORIES-FILE TO WS-CAMP-FILE(1)
               .

           PROCESS-ONE-CAMP SECTION.
               MOVE WS-CAMP-FILE(WS-CAMP-IX) TO WS-CALORIES-FILE
               MOVE WS-CAMP-CODE(WS-CAMP-IX) TO WS-THIS-CAMP
               CALL 'DAY01CALC' USING WS-CALORIES-FILE
                                       WS-RANK-SIZE
                                       WS-TOP-CALORIES
                                       WS-SUM-CALORIES
                                       WS-REJECT-COUNT
                                       WS-RECORDS-READ
                                       WS-CALC-STATUS
                                       WS-RUN-DATE
                                       WS-THIS-CAMP
                                       WS-ELF-COUNT
                                       WS-TOTALS-SW
                                       WS-PART-ID
               CANCEL 'DAY01CALC'
               IF WS-CALC-STATUS-CODE = ZERO
                  ADD 1 TO WS-CAMPS-RUN
                  MOVE SPACES TO WS-RESULT-CARD
                  MOVE WS-THIS-CAMP     TO RES-CAMP
                  MOVE WS-CALORIES-FILE TO RES-FILE
                  MOVE WS-ELF-COUNT     TO RES-ELVES
                  MOVE WS-RECORDS-READ  TO RES-READ
                  MOVE WS-REJECT-COUNT  TO RES-REJECTS
                  PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                          UNTIL WS-RANK-IX > WS-RANK-SIZE
                     MOVE WS-TOP-CALORIE(WS-RANK-IX)
                       TO RES-TOP-CALORIE(WS-RANK-IX)
                     MOVE WS-TOP-ELF(WS-RANK-IX)
                       TO RES-TOP-ELF(WS-RANK-IX)
                  END-PERFORM
                  WRITE WS-RESULT-CARD
                  DISPLAY 'DAY01PRT: PARTITION ' WS-PART-ID
                          ' CAMP=' WS-THIS-CAMP
                          ' ELVES=' WS-ELF-COUNT
                          ' TOP-CALORIE=' WS-TOP-CALORIE(1)
               ELSE
                  DISPLAY 'DAY01PRT: PARTITION ' WS-PART-ID
                          ' CAMP=' WS-THIS-CAMP
                          ' DAY01CALC FAILED - '
                          WS-CALC-STATUS-REASON
               END-IF
               .

           WRITE-PARTITION-STATUS SECTION.
               OPEN OUTPUT STATUS-OUT
               MOVE SPACES TO WS-STATUS-CARD
               MOVE WS-PART-ID            TO STS-PART
               MOVE WS-RUN-DATE           TO STS-DATE
               MOVE WS-CALC-STATUS-CODE   TO STS-CODE
               MOVE WS-CAMPS-RUN          TO STS-CAMPS
               MOVE WS-CALC-STATUS-REASON TO STS-REASON
               WRITE WS-STATUS-CARD
               CLOSE STATUS-OUT
               .
