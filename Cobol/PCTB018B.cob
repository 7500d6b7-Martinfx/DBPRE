      * dbpre V 0.4: PCTB018B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB018B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Audit activity statistics over example_table_audit for a period   *
      *   of AUDIT_DATE - the summary the row-by-row PARAM-BLOCK 003        *
      *   inquiries cannot give:                                            *
      *     - totals, split batch (no AUDIT_OPERATOR) and desk;             *
      *     - rows by operator, with the desk rows made out of hours, the   *
      *       operator's last granted sign-on from pctb_signon_log, and     *
      *       whether the operator has since been revoked - no longer in    *
      *       pctb_operator, or left there with AUTH_LEVEL 0;               *
      *     - rows by AUDIT_PROGRAM, by AUDIT_REQUEST and by hour;          *
      *     - the FIELD1 keys changed most often;                           *
      *     - every desk change made out of hours (before the staffed-from  *
      *       time, at or after the staffed-to time, or on a Saturday or    *
      *       Sunday) or by a revoked operator, flagged.                    *
      *   The RELOAD-TABLE markers of a full load or refresh are not row    *
      *   changes and are left out of every count.                          *
      *                                                                        *
      *   The same figures go to AUDCSV, comma-separated for the auditors'  *
      *   spreadsheet: each block starts with a column-title row and every  *
      *   row carries the block name in its first column.                   *
      *                                                                        *
      *   PARM: ENV [FROM-YYMMDD TO-YYMMDD [STAFFED-FROM STAFFED-TO]] -     *
      *   the period defaults to the first of this month to today, the      *
      *   staffed hours (HHMM) to 0700 - 1900.                              *
      *                                                                        *
      *   RETURN-CODE 0 = nothing flagged, 4 = flagged changes listed.      *
      *                                                                        *
      **************************************************************************

      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
      *
      * The comma-separated copy for the auditors
            SELECT CSV-FILE         ASSIGN TO 'AUDCSV'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CSV-FILE-STATUS.

      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.

      **************************************************************************
      *  F I L E   S E C T I O N                                               *
      **************************************************************************
        FILE SECTION.
      *
        FD  CSV-FILE
            LABEL RECORDS ARE STANDARD.
        01  CSV-RECORD                       PIC  X(160).

      **************************************************************************
      *  W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
        WORKING-STORAGE SECTION.
      *
      * The needed working storage stuff for the framework
        COPY PGCTBPARAM.
      *
      * This will be displayed in the logfile at runtime
        01  PGCTB-VERSION                    PIC  X(38)
            VALUE '20261015 1.0 INITIAL RELEASE'.
      *
      * Which set of connection parameters read_params should hand
      * back - defaults to PROD, overridden by a JCL-style PARM (a
      * command-line argument under GnuCOBOL) of DEV, TEST or PROD
        01  WS-ENVIRONMENT                   PIC  X(04) VALUE 'PROD'.
        01  WS-COMMAND-LINE                  PIC  X(80) VALUE SPACE.
      *
      * The period reported - AUDIT_DATE from and to (YYMMDD) - and
      * the staffed hours (HHMM) a desk change is expected inside
        01  WS-FROM-DATE                     PIC  X(06) VALUE SPACE.
        01  WS-TO-DATE                       PIC  X(06) VALUE SPACE.
        01  WS-STAFFED-FROM                  PIC  X(04) VALUE SPACE.
        01  WS-STAFFED-TO                    PIC  X(04) VALUE SPACE.
        01  WS-STAFFED-FROM-DEFAULT          PIC  X(04) VALUE '0700'.
        01  WS-STAFFED-TO-DEFAULT            PIC  X(04) VALUE '1900'.
      *
      * Masked stand-in for SQLCA-PASSWD in the startup banner - never
      * DISPLAY the real password, only its length in asterisks
        01  WS-PASSWD-MASK                    PIC  X(32) VALUE ALL '*'.
      *
      * Bounded retry/reconnect on a transient DB init/connect failure
        01  WS-DB-CONNECT-ATTEMPT             PIC  9(02) VALUE 0.
        01  WS-DB-CONNECT-MAX-ATTEMPTS        PIC  9(02) VALUE 3.
        01  WS-DB-CONNECT-RETRY-SECS          PIC  9(04) COMP-5 VALUE 2.
      *
        01  WS-CSV-FILE-STATUS               PIC  X(02) VALUE '00'.
        01  WS-CSV-DELIMITER                 PIC  X VALUE ','.
      *
      * How many of the most-changed keys are listed
        01  WS-TOP-KEYS                      PIC  9(02) VALUE 10.
      *
      * The block a grouped row belongs to - PROGRAM, REQUEST, HOUR or
      * KEY - and its title in the log
        01  WS-GROUP-BLOCK                   PIC  X(08) VALUE SPACE.
        01  WS-GROUP-TITLE                   PIC  X(20) VALUE SPACE.
      *
      * The period totals as fetched
        01  WS-DB-TOTAL-ROW.
          05 WS-DB-TOT-ROWS                  PIC  X(12).
          05 WS-DB-TOT-BATCH                 PIC  X(12).
          05 WS-DB-TOT-DESK                  PIC  X(12).
          05 WS-DB-TOT-OUT-OF-HOURS          PIC  X(12).
      *
      * One operator row as fetched
        01  WS-DB-OPER-ROW.
          05 WS-DB-OPR-ID                    PIC  X(08).
          05 WS-DB-OPR-ROWS                  PIC  X(12).
          05 WS-DB-OPR-OUT-OF-HOURS          PIC  X(12).
          05 WS-DB-OPR-REVOKED               PIC  X(01).
          05 WS-DB-OPR-LAST-SIGNON           PIC  X(14).
      *
      * One program / request / hour / key row as fetched
        01  WS-DB-GROUP-ROW.
          05 WS-DB-GRP-NAME                  PIC  X(20).
          05 WS-DB-GRP-ROWS                  PIC  X(12).
          05 WS-DB-GRP-BATCH                 PIC  X(12).
          05 WS-DB-GRP-DESK                  PIC  X(12).
      *
      * One flagged desk change as fetched
        01  WS-DB-FLAG-ROW.
          05 WS-DB-FLG-DATE                  PIC  X(06).
          05 WS-DB-FLG-TIME                  PIC  X(08).
          05 WS-DB-FLG-OPERATOR              PIC  X(08).
          05 WS-DB-FLG-PROGRAM               PIC  X(08).
          05 WS-DB-FLG-REQUEST               PIC  X(16).
          05 WS-DB-FLG-FIELD1                PIC  X(20).
          05 WS-DB-FLG-OUT-OF-HOURS          PIC  X(01).
          05 WS-DB-FLG-REVOKED               PIC  X(01).
      *
      * Counts as numbers, and as printed
        01  WS-STAT-ROWS                     PIC  9(08) VALUE 0.
        01  WS-STAT-BATCH                    PIC  9(08) VALUE 0.
        01  WS-STAT-DESK                     PIC  9(08) VALUE 0.
        01  WS-STAT-OUT-OF-HOURS             PIC  9(08) VALUE 0.
        01  WS-STAT-ROWS-ED                  PIC  Z(7)9.
        01  WS-STAT-BATCH-ED                 PIC  Z(7)9.
        01  WS-STAT-DESK-ED                  PIC  Z(7)9.
        01  WS-STAT-OUT-OF-HOURS-ED          PIC  Z(7)9.
      *
      * What was flagged, and by which rule
        01  WS-CT-FLAGGED                    PIC  9(08) VALUE 0.
        01  WS-CT-OUT-OF-HOURS               PIC  9(08) VALUE 0.
        01  WS-CT-REVOKED                    PIC  9(08) VALUE 0.
        01  WS-CT-CSV-LINES                  PIC  9(08) VALUE 0.
      *
      * This run's control totals for pgctb_run_log - the report
      * changes nothing, the flagged changes ride as CT-UPDATED so the
      * morning report shows the count
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = nothing flagged, 4 = flagged changes listed (the error
      * paths in PGCTB-STATUS/DB-STATUS still stop run with 2 or 3)
        01  WS-FINAL-RETURN-CODE             PIC  9(04) VALUE 0.
      *
      * The communication area for the database
      * EXEC SQL
      *      INCLUDE SQLCA.
        01  SQLCA.
          05 SQLCA-CID                     USAGE POINTER.
          05 SQLCA-CURSOR-CTRL-GRP.
            10 SQLCA-CURSOR-CTRL OCCURS 65 PIC X.
          05 SQLCA-RESULT-GRP OCCURS 65.
            10 SQLCA-RESULT                USAGE POINTER.
          05 SQLCA-SEQUENCE                PIC 9(08).
          05 SQLCA-COUNT                   PIC 9(08).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-RETURN-CODE             PIC 9(03).
          05 SQLCA-CROWCNT                 PIC X(08).
          05 SQLCA-ROWCNT                  PIC 9(08).
            88 SQLCA-NO-ROW                VALUE 0.
            88 SQLCA-ONE-ROW               VALUE 1.
            88 SQLCA-MORE-THAN-ONE-ROW     VALUE 2 THRU 99999999.
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-HOST                    PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-USER                    PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-PASSWD                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-DBNAME                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-PORT                    PIC 9(05).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-SOCKET                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-QUOTE                   PIC X VALUE "'".
          05 SQLCA-CARD                    PIC X(80).
          05 SQLCA-STATEMENT.
            10 SQLCA-STAT-LINE OCCURS 80   PIC X(25).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCODE                       PIC 9(03).
            88 DB-OK                       VALUE 0.
            88 DB-CURSOR-ALREADY-OPEN      VALUE -1.
            88 DB-CURSOR-NOT-OPEN          VALUE -2.
            88 DB-NOT-FOUND                VALUE 100.
DBPRE * END-EXEC.
      *
      * The param block of the common run-log subroutine
          COPY PGCTBLOGP.
      *
      /
      **************************************************************************
      *  P R O C E D U R E   D I V I S I O N                                   *
      **************************************************************************
        PROCEDURE DIVISION.
      * The framework itself, calling PGCTB-ACTION to run the users coding
DBPRE      MOVE 1             TO SQLCA-SEQUENCE

----+-*--1-!--+----2----+----3----+----4----+----5----+----6----+----7-!--+----8
      *
           MOVE 'PCTB018B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries the environment (DEV, TEST or PROD)
      * read_params hands connection data back for and, optionally,
      * the period and the staffed hours.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-FROM-DATE
                         WS-TO-DATE
                         WS-STAFFED-FROM
                         WS-STAFFED-TO
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
              MOVE 'PROD'                   TO WS-ENVIRONMENT
           END-IF
      *
           CALL "read_params"         USING PGCTB-PROGRAM-NAME
                                            WS-ENVIRONMENT
                                            SQLCA-HOST
                                            SQLCA-USER
                                            SQLCA-PASSWD
                                            SQLCA-DBNAME
                                            SQLCA-PORT
                                            SQLCA-SOCKET
           END-CALL
      *
           INSPECT SQLCA-HOST REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-USER REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-PASSWD REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-DBNAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-PORT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-SOCKET REPLACING ALL LOW-VALUE BY SPACE
      *
           SET PGCTB-SQLCA-PTR              TO ADDRESS OF SQLCA
      *
      * All cursors are closed at the beginning
           MOVE ALL '0'                     TO SQLCA-CURSOR-CTRL-GRP
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-TIME                FROM TIME
      *
      * No period given - the first of this month to today
           IF WS-FROM-DATE = SPACES
              MOVE PGCTB-DATE               TO WS-FROM-DATE
              MOVE '01'                     TO WS-FROM-DATE(5:2)
              MOVE PGCTB-DATE               TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE NOT NUMERIC
              OR WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'PCTB018B: period must be '
                      'FROM-YYMMDD TO-YYMMDD'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-STAFFED-FROM = SPACES
              MOVE WS-STAFFED-FROM-DEFAULT  TO WS-STAFFED-FROM
              MOVE WS-STAFFED-TO-DEFAULT    TO WS-STAFFED-TO
           END-IF
           IF WS-STAFFED-FROM NOT NUMERIC
              OR WS-STAFFED-TO NOT NUMERIC
              OR WS-STAFFED-FROM NOT < WS-STAFFED-TO
              OR WS-STAFFED-TO > '2400'
              OR WS-STAFFED-FROM(3:2) > '59'
              OR WS-STAFFED-TO(3:2) > '59'
              DISPLAY 'PCTB018B: staffed hours must be '
                      'FROM-HHMM TO-HHMM'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*                ' PGCTB-PROGRAM-NAME(1:1) ' '
                                       PGCTB-PROGRAM-NAME(2:1) ' '
                                       PGCTB-PROGRAM-NAME(3:1) ' '
                                       PGCTB-PROGRAM-NAME(4:1) ' '
                                       PGCTB-PROGRAM-NAME(5:1) ' '
                                       PGCTB-PROGRAM-NAME(6:1) ' '
                                       PGCTB-PROGRAM-NAME(7:1) ' '
                                       PGCTB-PROGRAM-NAME(8:1) ' '
                   '                  *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*       Start..: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-TIME(1:2) ':' PGCTB-TIME(3:2) ':'
                   PGCTB-TIME(5:2) '    '
                   '           *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '* Version..: ' PGCTB-VERSION
                   '*'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  ENVIRONMENT..: ' WS-ENVIRONMENT
                   '                        *'
           DISPLAY '*  DBHOST.......: ' SQLCA-HOST ' *'
           DISPLAY '*  DBUSER.......: ' SQLCA-USER ' *'
           DISPLAY '*  DBPASSWD.....: ' WS-PASSWD-MASK ' *'
           DISPLAY '*  DBNAME.......: ' SQLCA-DBNAME ' *'
           DISPLAY '*  DBPORT.......: ' SQLCA-PORT
           '                            *'
           DISPLAY '*  DBSOCKET.....: ' SQLCA-SOCKET ' *'
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  PERIOD.......: ' WS-FROM-DATE ' - '
                   WS-TO-DATE '                *'
           DISPLAY '*  STAFFED......: ' WS-STAFFED-FROM ' - '
                   WS-STAFFED-TO '                    *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * Initialize and connect to the database, retrying a few times on
      * a transient failure before giving up
           PERFORM CONNECT-TO-DATABASE
      *
      * Open this run's row in the common run log
           PERFORM LOG-RUN-START
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * Complete the run-log row - end stamp, final RETURN-CODE and
      * the control totals - inside the unit of work committed below
           PERFORM LOG-RUN-END
      *
      * Commit the work
DBPRE      MOVE 4             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       COMMIT
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL

DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
DBPRE *    END-EXEC.
      *
      * We're done, now close the database and stop the program
DBPRE      MOVE 5             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *        CLOSE DB
DBPRE          CALL "MySQL_close"

DBPRE          END-CALL

DBPRE          MOVE RETURN-CODE    TO SQLCODE

DBPRE *    END-EXEC.
           PERFORM DB-STATUS
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-TIME                FROM TIME
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*       End....: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-TIME(1:2) ':' PGCTB-TIME(3:2) ':'
                   PGCTB-TIME(5:2) '    '
                   '           *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * No error on the error paths - the final RETURN-CODE still
      * carries the outcome (0 = nothing flagged, 4 = flagged changes
      * listed)
      *
           MOVE WS-FINAL-RETURN-CODE    TO RETURN-CODE
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
       PGCTB-STATUS SECTION.
           IF PGCTB-ERROR
              IF PGCTB-ERROR-MESSAGE = SPACES
                 STRING PGCTB-PROGRAM-NAME    DELIMITED BY SIZE
                        ': PGCTB-STATUS-FLD ' DELIMITED BY SIZE
                         PGCTB-STATUS-FLD     DELIMITED BY SIZE
                         ' is set!'         DELIMITED BY SIZE
                                   INTO PGCTB-ERROR-MESSAGE
              END-IF
                  PERFORM PGCTB-DISPLAY-ERROR
      *
      * Rollback the work
DBPRE         MOVE 6             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          ROLLBACK
DBPRE          CALL "MySQL_rollback"
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE    TO SQLCODE
DBPRE *       END-EXEC.
              MOVE 2                       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       PGCTB-STATUS-EXIT.
           EXIT.
      *************************************************************************
       PGCTB-DISPLAY-ERROR SECTION.
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '* E R R O R * E R R O R * E R R O R * E R R'
                   ' O R * E R R O R * E R R O R *'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '***                                        '
                   '                           ***'
           DISPLAY '** ' PGCTB-ERROR-MESSAGE ' **'
           DISPLAY '***                                        '
                   '                           ***'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '* E R R O R * E R R O R * E R R O R * E R R'
                   ' O R * E R R O R * E R R O R *'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '*      D A T A B A S E   W O R K   U N I T '
                   '  R O L L E D    B A C K     *'
           DISPLAY '*******************************************'
                   '******************************'
           .
       PGCTB-DISPLAY-ERROR-EXIT.
           EXIT.
      *************************************************************************
       DB-STATUS SECTION.
           IF SQLCODE NOT = 0
              CALL "MySQL_errno" USING PGCTB-ERRNO
              END-CALL
              DISPLAY 'ERRNO: ' PGCTB-ERRNO
              CALL "MySQL_error" USING PGCTB-ERROR-MESSAGE
              END-CALL
              DISPLAY PGCTB-ERROR-MESSAGE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING  'DB-STATUS: Program '     DELIMITED BY SIZE
                      PGCTB-PROGRAM-NAME         DELIMITED BY SIZE
                      ' SQLCODE='             DELIMITED BY SIZE
                      SQLCODE                  DELIMITED BY SIZE
                      '   SQLCA-SEQUENCE='     DELIMITED BY SIZE
                      SQLCA-SEQUENCE           DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                                               INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-DISPLAY-ERROR
      *
      * Rollback the work
DBPRE         MOVE 7             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          ROLLBACK
DBPRE          CALL "MySQL_rollback"
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE    TO SQLCODE
DBPRE *       END-EXEC.
              MOVE 3                       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       DB-STATUS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Initialize and connect to the database, retrying a bounded         *
      *  number of times (with a short pause between attempts) before       *
      *  giving up on what may be a transient outage. Each attempt redoes   *
      *  both MySQL_init and MySQL_real_connect, since a MySQL client       *
      *  handle from a failed connect should not be reused.                 *
      **************************************************************************
       CONNECT-TO-DATABASE SECTION.
      *
           MOVE 0                       TO WS-DB-CONNECT-ATTEMPT
      *
      * Force the loop below to run at least once - DB-OK may already
      * be true on entry, and this is a pre-test PERFORM UNTIL
           MOVE 100                     TO SQLCODE
           PERFORM UNTIL DB-OK
                      OR WS-DB-CONNECT-ATTEMPT NOT LESS THAN
                         WS-DB-CONNECT-MAX-ATTEMPTS
              ADD 1                     TO WS-DB-CONNECT-ATTEMPT
      *
DBPRE         MOVE 2             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          INIT DB
DBPRE            CALL "MySQL_init"  USING SQLCA-CID
DBPRE            END-CALL
DBPRE            MOVE RETURN-CODE    TO SQLCODE
DBPRE *       END-EXEC.
              EVALUATE TRUE
              WHEN DB-OK
                 CONTINUE
              WHEN DB-NOT-FOUND
                 SET DB-OK              TO TRUE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
      *
              IF DB-OK
DBPRE            MOVE 3             TO SQLCA-SEQUENCE
      *          EXEC SQL
      *             CONNECT DB
DBPRE               CALL "MySQL_real_connect" USING
DBPRE                                         SQLCA-HOST
DBPRE                                         SQLCA-USER
DBPRE                                         SQLCA-PASSWD
DBPRE                                         SQLCA-DBNAME
DBPRE                                         SQLCA-PORT
DBPRE                                         SQLCA-SOCKET
DBPRE               END-CALL
DBPRE               MOVE RETURN-CODE    TO SQLCODE
DBPRE *          END-EXEC.
                 EVALUATE TRUE
                 WHEN DB-OK
                    CONTINUE
                 WHEN DB-NOT-FOUND
                    SET DB-OK              TO TRUE
                 WHEN OTHER
                    CONTINUE
                 END-EVALUATE
              END-IF
      *
              IF NOT DB-OK
                 AND WS-DB-CONNECT-ATTEMPT < WS-DB-CONNECT-MAX-ATTEMPTS
                 DISPLAY 'DB connect attempt ' WS-DB-CONNECT-ATTEMPT
                         ' failed (SQLCODE=' SQLCODE '), retrying...'
                 CALL "C$SLEEP" USING WS-DB-CONNECT-RETRY-SECS
                 END-CALL
              END-IF
           END-PERFORM
      *
      * Still not connected after the last retry - let DB-STATUS report
      * the error and roll back / stop the run as usual
           IF NOT DB-OK
              PERFORM DB-STATUS
           END-IF
           .
       CONNECT-TO-DATABASE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  U S E R - C O D I N G                                                 *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           PERFORM OPEN-CSV-FILE
      *
      * The period and staffed hours head the spreadsheet copy
           MOVE SPACES                      TO CSV-RECORD
           STRING 'PERIOD'                  DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  '20'                      DELIMITED SIZE
                  WS-FROM-DATE              DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  '20'                      DELIMITED SIZE
                  WS-TO-DATE                DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  'STAFFED'                 DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-STAFFED-FROM           DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-STAFFED-TO             DELIMITED SIZE
                                INTO CSV-RECORD
           END-STRING
           PERFORM WRITE-CSV-RECORD
      *
           PERFORM REPORT-TOTALS
           PERFORM REPORT-BY-OPERATOR
           PERFORM REPORT-BY-PROGRAM
           PERFORM REPORT-BY-REQUEST
           PERFORM REPORT-BY-HOUR
           PERFORM REPORT-TOP-KEYS
           PERFORM REPORT-FLAGGED
      *
           PERFORM CLOSE-CSV-FILE
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  FLAGGED CHANGES........: ' WS-CT-FLAGGED
                   '                *'
           DISPLAY '*  - OUT OF HOURS.........: ' WS-CT-OUT-OF-HOURS
                   '                *'
           DISPLAY '*  - REVOKED OPERATOR.....: ' WS-CT-REVOKED
                   '                *'
           DISPLAY '*  CSV LINES WRITTEN......: ' WS-CT-CSV-LINES
                   '                *'
           DISPLAY '*******************************************'
                   '*********'
      *
           MOVE WS-CT-FLAGGED               TO WS-CT-UPDATED
           IF WS-CT-FLAGGED > 0
              MOVE 4                        TO WS-FINAL-RETURN-CODE
           END-IF
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The period in one line - all changes, batch against desk, and    *
      *  the desk changes made out of hours.                               *
      **************************************************************************
        REPORT-TOTALS SECTION.
      *
           MOVE SPACES                      TO WS-DB-TOTAL-ROW
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'IFNULL(SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''''), ' DELIMITED SIZE
DBPRE   '0), ' DELIMITED SIZE
DBPRE   'IFNULL(SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''''), ' DELIMITED SIZE
DBPRE   '0), ' DELIMITED SIZE
DBPRE   'IFNULL(SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-FROM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-TO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'DAYOFWEEK(STR_TO_DATE(A.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   '''%y%m%d'')) ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(1, ' DELIMITED SIZE
DBPRE   '7) ' DELIMITED SIZE
DBPRE   ')), ' DELIMITED SIZE
DBPRE   '0) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-TOT-ROWS
DBPRE                                      WS-DB-TOT-BATCH
DBPRE                                      WS-DB-TOT-DESK
DBPRE                                      WS-DB-TOT-OUT-OF-HOURS
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-TOTALS-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-TOT-ROWS
DBPRE                                         WS-DB-TOT-BATCH
DBPRE                                         WS-DB-TOT-DESK
DBPRE                                         WS-DB-TOT-OUT-OF-HOURS
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-TOTALS-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-TOTALS-EXIT.
           EXIT.
      /
        LIST-TOTALS-ROW SECTION.
      *
           INSPECT WS-DB-TOTAL-ROW REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DB-TOT-ROWS = SPACES
              MOVE '0'                      TO WS-DB-TOT-ROWS
           END-IF
           IF WS-DB-TOT-BATCH = SPACES
              MOVE '0'                      TO WS-DB-TOT-BATCH
           END-IF
           IF WS-DB-TOT-DESK = SPACES
              MOVE '0'                      TO WS-DB-TOT-DESK
           END-IF
           IF WS-DB-TOT-OUT-OF-HOURS = SPACES
              MOVE '0'                      TO WS-DB-TOT-OUT-OF-HOURS
           END-IF
           MOVE FUNCTION NUMVAL (WS-DB-TOT-ROWS)
                                            TO WS-STAT-ROWS
           MOVE FUNCTION NUMVAL (WS-DB-TOT-BATCH)
                                            TO WS-STAT-BATCH
           MOVE FUNCTION NUMVAL (WS-DB-TOT-DESK)
                                            TO WS-STAT-DESK
           MOVE FUNCTION NUMVAL (WS-DB-TOT-OUT-OF-HOURS)
                                            TO WS-STAT-OUT-OF-HOURS
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  ROWS CHANGED...........: ' WS-STAT-ROWS
                   '                *'
           DISPLAY '*  - BY BATCH.............: ' WS-STAT-BATCH
                   '                *'
           DISPLAY '*  - AT THE DESK..........: ' WS-STAT-DESK
                   '                *'
           DISPLAY '*  DESK OUT OF HOURS......: ' WS-STAT-OUT-OF-HOURS
                   '                *'
      *
           MOVE 'TOTAL,ROWS,BATCH,DESK,DESK_OUT_OF_HOURS'
                                            TO CSV-RECORD
           PERFORM WRITE-CSV-RECORD
           MOVE SPACES                      TO CSV-RECORD
           STRING 'TOTAL'                   DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-TOT-ROWS) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-TOT-BATCH) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-TOT-DESK) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-TOT-OUT-OF-HOURS)
                                            DELIMITED SIZE
                                INTO CSV-RECORD
           END-STRING
           PERFORM WRITE-CSV-RECORD
           MOVE SPACES                      TO WS-DB-TOTAL-ROW
           .
        LIST-TOTALS-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Rows by operator - batch work under *BATCH* - with the desk rows *
      *  made out of hours, whether the operator is revoked now, and the  *
      *  operator's last granted sign-on from pctb_signon_log.            *
      **************************************************************************
        REPORT-BY-OPERATOR SECTION.
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  OPERATOR     ROWS  OUT-HRS REVOKED'
                   '  LAST SIGN-ON'
           MOVE 'OPERATOR,OPERATOR_ID,ROWS,DESK_OUT_OF_HOURS,REVOKED,'
                                            TO CSV-RECORD
           MOVE 'LAST_SIGNON'               TO CSV-RECORD (53:11)
           PERFORM WRITE-CSV-RECORD
      *
           MOVE SPACES                      TO WS-DB-OPER-ROW
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'IF(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   '''*BATCH*'', ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR), ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-FROM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-TO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'DAYOFWEEK(STR_TO_DATE(A.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   '''%y%m%d'')) ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(1, ' DELIMITED SIZE
DBPRE   '7) ' DELIMITED SIZE
DBPRE   ')), ' DELIMITED SIZE
DBPRE   'CASE ' DELIMITED SIZE
DBPRE   'WHEN ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'THEN ' DELIMITED SIZE
DBPRE   '''N'' ' DELIMITED SIZE
DBPRE   'WHEN ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'O.OPERATOR_ID ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'O.AUTH_LEVEL ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''0'' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'THEN ' DELIMITED SIZE
DBPRE   '''Y'' ' DELIMITED SIZE
DBPRE   'ELSE ' DELIMITED SIZE
DBPRE   '''N'' ' DELIMITED SIZE
DBPRE   'END, ' DELIMITED SIZE
DBPRE   'IFNULL(( ' DELIMITED SIZE
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'MAX(CONCAT(L.SIGNON_DATE, ' DELIMITED SIZE
DBPRE   'L.SIGNON_TIME)) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb_signon_log ' DELIMITED SIZE
DBPRE   'L ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'L.OPERATOR_ID ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'L.SIGNON_RESULT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''GRANTED'' ' DELIMITED SIZE
DBPRE   '), ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'LEFT ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'pctb_operator ' DELIMITED SIZE
DBPRE   'O ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'O.OPERATOR_ID ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR, ' DELIMITED SIZE
DBPRE   'O.OPERATOR_ID, ' DELIMITED SIZE
DBPRE   'O.AUTH_LEVEL ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '2 ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-OPR-ID
DBPRE                                      WS-DB-OPR-ROWS
DBPRE                                      WS-DB-OPR-OUT-OF-HOURS
DBPRE                                      WS-DB-OPR-REVOKED
DBPRE                                      WS-DB-OPR-LAST-SIGNON
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-OPERATOR-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-OPR-ID
DBPRE                                         WS-DB-OPR-ROWS
DBPRE                                         WS-DB-OPR-OUT-OF-HOURS
DBPRE                                         WS-DB-OPR-REVOKED
DBPRE                                         WS-DB-OPR-LAST-SIGNON
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-OPERATOR-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-BY-OPERATOR-EXIT.
           EXIT.
      /
        LIST-OPERATOR-ROW SECTION.
      *
           INSPECT WS-DB-OPER-ROW REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DB-OPR-OUT-OF-HOURS = SPACES
              MOVE '0'                      TO WS-DB-OPR-OUT-OF-HOURS
           END-IF
           MOVE FUNCTION NUMVAL (WS-DB-OPR-ROWS)
                                            TO WS-STAT-ROWS-ED
           MOVE FUNCTION NUMVAL (WS-DB-OPR-OUT-OF-HOURS)
                                            TO WS-STAT-OUT-OF-HOURS-ED
           DISPLAY '*  ' WS-DB-OPR-ID ' ' WS-STAT-ROWS-ED
                   ' ' WS-STAT-OUT-OF-HOURS-ED
                   '    ' WS-DB-OPR-REVOKED
                   '     ' WS-DB-OPR-LAST-SIGNON
      *
           MOVE SPACES                      TO CSV-RECORD
           STRING 'OPERATOR'                DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-OPR-ID) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-OPR-ROWS) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-OPR-OUT-OF-HOURS)
                                            DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-DB-OPR-REVOKED         DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-OPR-LAST-SIGNON) DELIMITED SIZE
                                INTO CSV-RECORD
           END-STRING
           PERFORM WRITE-CSV-RECORD
           MOVE SPACES                      TO WS-DB-OPER-ROW
           .
        LIST-OPERATOR-ROW-EXIT.
           EXIT.
      /
        REPORT-BY-PROGRAM SECTION.
      *
           MOVE 'PROGRAM'                   TO WS-GROUP-BLOCK
           MOVE 'BY AUDIT_PROGRAM'          TO WS-GROUP-TITLE
           PERFORM START-GROUP-BLOCK
           MOVE SPACES                      TO WS-DB-GROUP-ROW
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'A.AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''''), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'A.AUDIT_PROGRAM ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '2 ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-GRP-NAME
DBPRE                                      WS-DB-GRP-ROWS
DBPRE                                      WS-DB-GRP-BATCH
DBPRE                                      WS-DB-GRP-DESK
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-GROUP-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-GRP-NAME
DBPRE                                         WS-DB-GRP-ROWS
DBPRE                                         WS-DB-GRP-BATCH
DBPRE                                         WS-DB-GRP-DESK
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-GROUP-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-BY-PROGRAM-EXIT.
           EXIT.
      /
        REPORT-BY-REQUEST SECTION.
      *
           MOVE 'REQUEST'                   TO WS-GROUP-BLOCK
           MOVE 'BY AUDIT_REQUEST'          TO WS-GROUP-TITLE
           PERFORM START-GROUP-BLOCK
           MOVE SPACES                      TO WS-DB-GROUP-ROW
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''''), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '2 ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-GRP-NAME
DBPRE                                      WS-DB-GRP-ROWS
DBPRE                                      WS-DB-GRP-BATCH
DBPRE                                      WS-DB-GRP-DESK
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-GROUP-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-GRP-NAME
DBPRE                                         WS-DB-GRP-ROWS
DBPRE                                         WS-DB-GRP-BATCH
DBPRE                                         WS-DB-GRP-DESK
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-GROUP-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-BY-REQUEST-EXIT.
           EXIT.
      /
        REPORT-BY-HOUR SECTION.
      *
           MOVE 'HOUR'                      TO WS-GROUP-BLOCK
           MOVE 'BY HOUR OF THE DAY'        TO WS-GROUP-TITLE
           PERFORM START-GROUP-BLOCK
           MOVE SPACES                      TO WS-DB-GROUP-ROW
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '2), ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''''), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-GRP-NAME
DBPRE                                      WS-DB-GRP-ROWS
DBPRE                                      WS-DB-GRP-BATCH
DBPRE                                      WS-DB-GRP-DESK
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-GROUP-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-GRP-NAME
DBPRE                                         WS-DB-GRP-ROWS
DBPRE                                         WS-DB-GRP-BATCH
DBPRE                                         WS-DB-GRP-DESK
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-GROUP-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-BY-HOUR-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The FIELD1 keys changed most often - the after-image key, or the *
      *  before-image key of a delete.                                     *
      **************************************************************************
        REPORT-TOP-KEYS SECTION.
      *
           MOVE 'KEY'                       TO WS-GROUP-BLOCK
           MOVE 'MOST CHANGED FIELD1'       TO WS-GROUP-TITLE
           PERFORM START-GROUP-BLOCK
           MOVE SPACES                      TO WS-DB-GROUP-ROW
DBPRE      MOVE 15            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'IF(IFNULL(A.AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   'A.BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   'A.AFTER_FIELD1), ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''''), ' DELIMITED SIZE
DBPRE   'SUM(A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   '2 ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   'LIMIT ' DELIMITED SIZE
DBPRE      WS-TOP-KEYS DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-GRP-NAME
DBPRE                                      WS-DB-GRP-ROWS
DBPRE                                      WS-DB-GRP-BATCH
DBPRE                                      WS-DB-GRP-DESK
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-GROUP-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-GRP-NAME
DBPRE                                         WS-DB-GRP-ROWS
DBPRE                                         WS-DB-GRP-BATCH
DBPRE                                         WS-DB-GRP-DESK
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-GROUP-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-TOP-KEYS-EXIT.
           EXIT.
      /
        START-GROUP-BLOCK SECTION.
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  ' WS-GROUP-TITLE '     ROWS    BATCH     DESK'
           MOVE SPACES                      TO CSV-RECORD
           STRING WS-GROUP-BLOCK            DELIMITED SPACE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-GROUP-BLOCK            DELIMITED SPACE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  'ROWS'                    DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  'BATCH'                   DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  'DESK'                    DELIMITED SIZE
                                INTO CSV-RECORD
           END-STRING
           PERFORM WRITE-CSV-RECORD
           .
        START-GROUP-BLOCK-EXIT.
           EXIT.
      /
        LIST-GROUP-ROW SECTION.
      *
           INSPECT WS-DB-GROUP-ROW REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DB-GRP-BATCH = SPACES
              MOVE '0'                      TO WS-DB-GRP-BATCH
           END-IF
           IF WS-DB-GRP-DESK = SPACES
              MOVE '0'                      TO WS-DB-GRP-DESK
           END-IF
           MOVE FUNCTION NUMVAL (WS-DB-GRP-ROWS)
                                            TO WS-STAT-ROWS-ED
           MOVE FUNCTION NUMVAL (WS-DB-GRP-BATCH)
                                            TO WS-STAT-BATCH-ED
           MOVE FUNCTION NUMVAL (WS-DB-GRP-DESK)
                                            TO WS-STAT-DESK-ED
           DISPLAY '*  ' WS-DB-GRP-NAME ' ' WS-STAT-ROWS-ED
                   ' ' WS-STAT-BATCH-ED ' ' WS-STAT-DESK-ED
      *
           MOVE SPACES                      TO CSV-RECORD
           STRING WS-GROUP-BLOCK            DELIMITED SPACE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-GRP-NAME) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-GRP-ROWS) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-GRP-BATCH) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-GRP-DESK) DELIMITED SIZE
                                INTO CSV-RECORD
           END-STRING
           PERFORM WRITE-CSV-RECORD
           MOVE SPACES                      TO WS-DB-GROUP-ROW
           .
        LIST-GROUP-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Every desk change of the period made out of hours or by an       *
      *  operator revoked since - one line each, with the rule that hit.  *
      **************************************************************************
        REPORT-FLAGGED SECTION.
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  FLAGGED DESK CHANGES'
           MOVE 'FLAGGED,DATE,TIME,OPERATOR_ID,PROGRAM,REQUEST,FIELD1,'
                                            TO CSV-RECORD
           MOVE 'OUT_OF_HOURS,REVOKED'      TO CSV-RECORD (54:20)
           PERFORM WRITE-CSV-RECORD
      *
           MOVE SPACES                      TO WS-DB-FLAG-ROW
DBPRE      MOVE 16            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR, ' DELIMITED SIZE
DBPRE   'A.AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'IF(IFNULL(A.AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   'A.BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   'A.AFTER_FIELD1), ' DELIMITED SIZE
DBPRE   'IF( ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-FROM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-TO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'DAYOFWEEK(STR_TO_DATE(A.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   '''%y%m%d'')) ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(1, ' DELIMITED SIZE
DBPRE   '7) ' DELIMITED SIZE
DBPRE   '), ' DELIMITED SIZE
DBPRE   '''Y'', ' DELIMITED SIZE
DBPRE   '''N''), ' DELIMITED SIZE
DBPRE   'IF( ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'O.OPERATOR_ID ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'O.AUTH_LEVEL ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''0'' ' DELIMITED SIZE
DBPRE   '), ' DELIMITED SIZE
DBPRE   '''Y'', ' DELIMITED SIZE
DBPRE   '''N'') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'A ' DELIMITED SIZE
DBPRE   'LEFT ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'pctb_operator ' DELIMITED SIZE
DBPRE   'O ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'O.OPERATOR_ID ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-FROM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'SUBSTR(A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   '1, ' DELIMITED SIZE
DBPRE   '4) ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STAFFED-TO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'DAYOFWEEK(STR_TO_DATE(A.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   '''%y%m%d'')) ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(1, ' DELIMITED SIZE
DBPRE   '7) ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'O.OPERATOR_ID ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'O.AUTH_LEVEL ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''0'' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'A.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'A.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'A.AUDIT_OPERATOR ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
DBPRE   IF DB-OK
DBPRE      CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-FLG-DATE
DBPRE                                      WS-DB-FLG-TIME
DBPRE                                      WS-DB-FLG-OPERATOR
DBPRE                                      WS-DB-FLG-PROGRAM
DBPRE                                      WS-DB-FLG-REQUEST
DBPRE                                      WS-DB-FLG-FIELD1
DBPRE                                      WS-DB-FLG-OUT-OF-HOURS
DBPRE                                      WS-DB-FLG-REVOKED
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF DB-OK
              PERFORM LIST-FLAGGED-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-FLG-DATE
DBPRE                                         WS-DB-FLG-TIME
DBPRE                                         WS-DB-FLG-OPERATOR
DBPRE                                         WS-DB-FLG-PROGRAM
DBPRE                                         WS-DB-FLG-REQUEST
DBPRE                                         WS-DB-FLG-FIELD1
DBPRE                                         WS-DB-FLG-OUT-OF-HOURS
DBPRE                                         WS-DB-FLG-REVOKED
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-FLAGGED-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        REPORT-FLAGGED-EXIT.
           EXIT.
      /
        LIST-FLAGGED-ROW SECTION.
      *
           INSPECT WS-DB-FLAG-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-FLAGGED
           IF WS-DB-FLG-OUT-OF-HOURS = 'Y'
              ADD 1                         TO WS-CT-OUT-OF-HOURS
           END-IF
           IF WS-DB-FLG-REVOKED = 'Y'
              ADD 1                         TO WS-CT-REVOKED
           END-IF
           DISPLAY '*  20' WS-DB-FLG-DATE ' ' WS-DB-FLG-TIME
                   ' ' WS-DB-FLG-OPERATOR ' ' WS-DB-FLG-PROGRAM
                   ' ' WS-DB-FLG-REQUEST ' ' WS-DB-FLG-FIELD1
                   ' OUT-HRS=' WS-DB-FLG-OUT-OF-HOURS
                   ' REVOKED=' WS-DB-FLG-REVOKED
      *
           MOVE SPACES                      TO CSV-RECORD
           STRING 'FLAGGED'                 DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  '20'                      DELIMITED SIZE
                  WS-DB-FLG-DATE            DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-DB-FLG-TIME            DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-FLG-OPERATOR) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-FLG-PROGRAM) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-FLG-REQUEST) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  FUNCTION TRIM (WS-DB-FLG-FIELD1) DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-DB-FLG-OUT-OF-HOURS    DELIMITED SIZE
                  WS-CSV-DELIMITER          DELIMITED SIZE
                  WS-DB-FLG-REVOKED         DELIMITED SIZE
                                INTO CSV-RECORD
           END-STRING
           PERFORM WRITE-CSV-RECORD
           MOVE SPACES                      TO WS-DB-FLAG-ROW
           .
        LIST-FLAGGED-ROW-EXIT.
           EXIT.
      /
        OPEN-CSV-FILE SECTION.
      *
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open AUDCSV, status='
                                              DELIMITED BY SIZE
                     WS-CSV-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        OPEN-CSV-FILE-EXIT.
           EXIT.
      /
        WRITE-CSV-RECORD SECTION.
      *
           WRITE CSV-RECORD
           IF WS-CSV-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to write AUDCSV, status='
                                              DELIMITED BY SIZE
                     WS-CSV-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           ADD 1                               TO WS-CT-CSV-LINES
           .
        WRITE-CSV-RECORD-EXIT.
           EXIT.
      /
        CLOSE-CSV-FILE SECTION.
      *
           CLOSE CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to close AUDCSV, status='
                                              DELIMITED BY SIZE
                     WS-CSV-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        CLOSE-CSV-FILE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Open this run's row in pgctb_run_log - program, environment and     *
      *  start stamp.  The start stamp stays in the log param block so      *
      *  LOG-RUN-END completes the same row, and a rerun after an abend     *
      *  opens a fresh row instead of overwriting this one.                 *
      **************************************************************************
        LOG-RUN-START SECTION.
      *
           SET PGCTBLOG-001-INIT            TO TRUE
           SET PGCTBLOG-001-START-RUN       TO TRUE
           MOVE WS-ENVIRONMENT              TO PGCTBLOG-001-ENVIRONMENT
           MOVE PGCTB-DATE                  TO PGCTBLOG-001-START-DATE
           MOVE PGCTB-TIME                  TO PGCTBLOG-001-START-TIME
      * A scheduled batch job has no signed-on operator behind it
           MOVE SPACES                      TO
                                            PGCTBLOG-001-OPERATOR-ID
           CALL PGCTBLOG-001-CALL-ID  USING PGCTBLOG-001-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              CONTINUE
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        LOG-RUN-START-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Complete the run-log row with the end stamp, the RETURN-CODE the   *
      *  job is about to end with, and the control totals.  An abended run  *
      *  never reaches this point and stays visible in the log as a row     *
      *  with no end time.                                                  *
      **************************************************************************
        LOG-RUN-END SECTION.
      *
           SET PGCTBLOG-001-INIT            TO TRUE
           SET PGCTBLOG-001-END-RUN         TO TRUE
           MOVE WS-FINAL-RETURN-CODE        TO PGCTBLOG-001-RETURN-CODE
           MOVE WS-CT-INSERTED              TO PGCTBLOG-001-CT-INSERTED
           MOVE WS-CT-UPDATED               TO PGCTBLOG-001-CT-UPDATED
           MOVE WS-CT-DELETED               TO PGCTBLOG-001-CT-DELETED
           CALL PGCTBLOG-001-CALL-ID  USING PGCTBLOG-001-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              IF PGCTBLOG-001-ERROR
                 DISPLAY 'Run-log row for this start stamp not found'
              END-IF
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        LOG-RUN-END-EXIT.
           EXIT.
