      *****************************************************************
      *  PARMTAB.CPY - KNOWN RUNTIME PARAMETERS AND THEIR DEFAULTS
      *
      *  ONE 50-BYTE ENTRY PER PARAMETER: NAME IN THE FIRST 20 BYTES,
      *  THE DEFAULT AS SHOWN ON THE PARAMETER AUDIT IN THE REST.  USED
      *  BY PARMLOAD FOR THE AUDIT AND BY PARMCHG TO VALIDATE CHANGE
      *  CARDS.  A NEW PARAMETER IS ADDED AT THE END; BUMP
      *  WS-KNOWN-COUNT AND THE OCCURS HERE AND PARMLOAD'S
      *  WS-KNOWN-SEEN-TABLE TO MATCH.
      *****************************************************************
       01 WS-KNOWN-COUNT        PIC 9(2) COMP VALUE 50.
       01 WS-KNOWN-PARMS-DATA.
          03 FILLER PIC X(50) VALUE
             'CALORIES_FILE       input_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'RANKING_SIZE        3'.
          03 FILLER PIC X(50) VALUE
             'ROUND_FILE          strategy_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'GUIDE_MODE          MOVE'.
          03 FILLER PIC X(50) VALUE
             'ASSIGN_FILE         assignments_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'ROSTER_FILE         roster_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'CRANE_MODE          9000'.
          03 FILLER PIC X(50) VALUE
             'RETENTION_DAYS      90'.
          03 FILLER PIC X(50) VALUE
             'RUCKSACK_FILE       rucksacks_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'CAMP_LIST           camps_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'OFFENDER_LIMIT      3'.
          03 FILLER PIC X(50) VALUE
             'OFFENDER_DAYS       30'.
          03 FILLER PIC X(50) VALUE
             'CRANE_LIMIT         0 (NO LIMIT)'.
          03 FILLER PIC X(50) VALUE
             'RATION_FILE         rations.txt'.
          03 FILLER PIC X(50) VALUE
             'FIXTURE_FILE        fixtures_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'FREQ_BAND           50'.
          03 FILLER PIC X(50) VALUE
             'CONTINUITY_MODE     WARN'.
          03 FILLER PIC X(50) VALUE
             'ORDER_FILE          orders_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'BATCH_DEADLINE      0 (NO WINDOW)'.
          03 FILLER PIC X(50) VALUE
             'ESCALATE_DAYS       5'.
          03 FILLER PIC X(50) VALUE
             'EXCP_GATE           SOFT'.
          03 FILLER PIC X(50) VALUE
             'SHADOW_MODE         N'.
          03 FILLER PIC X(50) VALUE
             'PO_ORDER_FACTOR     2'.
          03 FILLER PIC X(50) VALUE
             'COUNT_TOLERANCE     5'.
          03 FILLER PIC X(50) VALUE
             'EXPIRY_DAYS         7'.
          03 FILLER PIC X(50) VALUE
             'FCST_WEEKS          4'.
          03 FILLER PIC X(50) VALUE
             'SEASON_START        NEXT BUSINESS DAY'.
          03 FILLER PIC X(50) VALUE
             'MATCH_ROUNDS        3'.
          03 FILLER PIC X(50) VALUE
             'FIXTURE_FORFEIT     N'.
          03 FILLER PIC X(50) VALUE
             'PLAYOFF_QUALIFY     2'.
          03 FILLER PIC X(50) VALUE
             'PLAYOFF_FILE        playoff_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'REPACK_AGE_DAYS     3'.
          03 FILLER PIC X(50) VALUE
             'SCHED_REPLACE       N'.
          03 FILLER PIC X(50) VALUE
             'COMPLETION_FILE     completions_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'OT_THRESHOLD_HOURS  40'.
          03 FILLER PIC X(50) VALUE
             'CRANE_WARN_LIFTS    500'.
          03 FILLER PIC X(50) VALUE
             'STORAGE_DAYS_LIMIT  30'.
          03 FILLER PIC X(50) VALUE
             'INBOUND_FILE        inbound_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'MOVES_FILE          moves_YYYYMMDD.txt'.
          03 FILLER PIC X(50) VALUE
             'BACKUP_GENERATIONS  5'.
          03 FILLER PIC X(50) VALUE
             'QA_RATE_DAY02       5'.
          03 FILLER PIC X(50) VALUE
             'QA_RATE_DAY03       5'.
          03 FILLER PIC X(50) VALUE
             'QA_RATE_DAY04       5'.
          03 FILLER PIC X(50) VALUE
             'QA_RATE_DAY05       5'.
          03 FILLER PIC X(50) VALUE
             'TREND_WINDOW        7'.
          03 FILLER PIC X(50) VALUE
             'TREND_BAND_PCT      40'.
          03 FILLER PIC X(50) VALUE
             'TREND_MISSING_RUNS  3'.
          03 FILLER PIC X(50) VALUE
             'DAY01_PARTITIONS    1 (NOT PARTITIONED)'.
          03 FILLER PIC X(50) VALUE
             'DAY01_PART_CMD      day01prt'.
          03 FILLER PIC X(50) VALUE
             'DAY01_PART_WAIT     3600'.
       01 WS-KNOWN-PARMS REDEFINES WS-KNOWN-PARMS-DATA.
          03 WS-KNOWN-ENTRY OCCURS 50.
             05 WS-KNOWN-NAME      PIC X(20).
             05 WS-KNOWN-DEFAULT   PIC X(30).
