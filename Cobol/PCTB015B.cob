      * dbpre V 0.4: PCTB015B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB015B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Weekly cross-table integrity sweep - every table has its own       *
      *   controls, this job checks that the tables agree with each other   *
      *   and lists what does not:                                           *
      *     - example_table_detail lines with no example_table parent;       *
      *     - keys whose example_table row differs from the latest after-    *
      *       image in example_table_audit (a change that went around        *
      *       PCTB004S) - only after-images newer than the last full         *
      *       reload's RELOAD-TABLE marker count, older ones are void;       *
      *     - pctb004b_pending actions not yet released whose key no         *
      *       longer makes sense (an add for a key that exists, an update   *
      *       or delete for a key that is gone, an unknown action);          *
      *     - pgctb_lock rows older than the lock age (hours, PARM);         *
      *     - pgctb_run_log rows with a start and no end from before the     *
      *       days the morning report (PCTB008B) still shows;                *
      *     - pctb004b_checkpoint rows still set although the program's      *
      *       latest run ended - a restart point nobody will use.           *
      *   The sweep changes nothing.  Any exception ends the job with        *
      *   RETURN-CODE 8 so it is worked, not filed.                          *
      *                                                                        *
      **************************************************************************

      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.

      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.

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
            VALUE '20261015 1.1 PENDING UPDATE IS U'.
      *
      * Which set of connection parameters read_params should hand
      * back - defaults to PROD, overridden by a JCL-style PARM (a
      * command-line argument under GnuCOBOL) of DEV, TEST or PROD
        01  WS-ENVIRONMENT                   PIC  X(04) VALUE 'PROD'.
        01  WS-COMMAND-LINE                  PIC  X(80) VALUE SPACE.
      *
      * The second PARM token is the lock age in hours - a pgctb_lock
      * row held longer than this is reported; the nightly load never
      * runs near it, so the default catches only the abandoned ones
        01  WS-LOCK-AGE-PARM                 PIC  X(03) VALUE SPACE.
        01  WS-LOCK-AGE-HOURS                PIC  9(03) VALUE 12.
      *
      * The days the morning report still shows - the report date and
      * the night before.  A run-log row with no end older than that
      * has dropped off every report and is this sweep's business.
        01  WS-MORNING-WINDOW-DAYS           PIC  9(02) VALUE 2.
      *
      * The cutoffs worked out from today and the PARM - a lock stamp
      * (YYMMDDHHMMSSCC) and a run-log START_DATE (YYMMDD)
        01  WS-LOCK-CUTOFF                   PIC  X(14).
        01  WS-AGED-OFF-DATE                 PIC  X(06).
        01  WS-DATE-INTEGER                  PIC  9(08).
        01  WS-DATE-WORK                     PIC  9(08).
        01  WS-BACK-DAYS                     PIC  9(04).
        01  WS-BACK-HOURS                    PIC  9(02).
        01  WS-CUTOFF-HOUR                   PIC  9(02).
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
      * Whether the sweep got its shared lock on example_table - held
      * by the nightly load or an abandoned exclusive lock, the checks
      * that read example_table are skipped and the job flagged
        01  WS-SWEEP-LOCK-FLAG               PIC  X VALUE 'N'.
          88 SWEEP-LOCK-HELD                 VALUE 'Y'.
          88 SWEEP-LOCK-NOT-HELD             VALUE 'N'.
      *
      * One answer row of each check, as fetched - character images
        01  WS-ORPHAN-ROW.
          05 WS-ORPHAN-FIELD1                PIC  X(20).
          05 WS-ORPHAN-LINE-NO               PIC  X(04).
          05 WS-ORPHAN-VALUE                 PIC  X(32).
        01  WS-DRIFT-ROW.
          05 WS-DRIFT-FIELD1                 PIC  X(20).
          05 WS-DRIFT-REQUEST                PIC  X(16).
          05 WS-DRIFT-ROW-FLAG               PIC  X(01).
            88 DRIFT-ROW-PRESENT             VALUE 'Y'.
        01  WS-PEND-ROW.
          05 WS-PEND-ACTION                  PIC  X(01).
          05 WS-PEND-FIELD1                  PIC  X(20).
          05 WS-PEND-EFF-DATE                PIC  X(06).
          05 WS-PEND-ADDED-DATE              PIC  X(06).
          05 WS-PEND-ROW-FLAG                PIC  X(01).
            88 PEND-ROW-PRESENT              VALUE 'Y'.
        01  WS-LOCK-ROW.
          05 WS-LOCK-RESOURCE                PIC  X(32).
          05 WS-LOCK-MODE                    PIC  X(01).
          05 WS-LOCK-HOLDER                  PIC  X(08).
          05 WS-LOCK-DATE                    PIC  X(06).
          05 WS-LOCK-TIME                    PIC  X(08).
        01  WS-OPEN-RUN-ROW.
          05 WS-OPEN-PROGRAM                 PIC  X(08).
          05 WS-OPEN-START-DATE              PIC  X(06).
          05 WS-OPEN-START-TIME              PIC  X(08).
        01  WS-CKPT-ROW.
          05 WS-CKPT-PROGRAM                 PIC  X(08).
          05 WS-CKPT-LAST-T                  PIC  X(12).
      *
      * Exceptions found, per check
        01  WS-CT-ORPHAN-LINES               PIC  9(08) VALUE 0.
        01  WS-CT-DRIFT-KEYS                 PIC  9(08) VALUE 0.
        01  WS-CT-BAD-PENDING                PIC  9(08) VALUE 0.
        01  WS-CT-OLD-LOCKS                  PIC  9(08) VALUE 0.
        01  WS-CT-OPEN-RUNS                  PIC  9(08) VALUE 0.
        01  WS-CT-STALE-CHECKPOINTS          PIC  9(08) VALUE 0.
        01  WS-CT-EXCEPTIONS                 PIC  9(08) VALUE 0.
      *
      * This run's control totals for pgctb_run_log - the sweep
      * changes nothing, the exceptions found ride as CT-UPDATED so
      * the morning report shows the count
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = the tables agree, 8 = exceptions listed or checks skipped
      * (the error paths in PGCTB-STATUS/DB-STATUS still stop run with
      * 2 or 3)
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
      * The param block of the common lock subroutine - a shared lock
      * keeps the nightly load out while the tables are compared, so
      * a half-applied load is not reported as drift
          COPY PGCTBLCKP.
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
           MOVE 'PCTB015B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries the environment (DEV, TEST or PROD) that
      * read_params hands connection data back for, then optionally
      * the lock age in hours.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-LOCK-AGE-PARM
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
              MOVE 'PROD'                   TO WS-ENVIRONMENT
           END-IF
           IF WS-LOCK-AGE-PARM NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-LOCK-AGE-PARM) NOT = 0
                 DISPLAY 'PCTB015B: lock age must be whole hours'
                 MOVE 2                     TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (WS-LOCK-AGE-PARM)
                                            TO WS-LOCK-AGE-HOURS
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
           DISPLAY '*  LOCK AGE.....: ' WS-LOCK-AGE-HOURS ' HOURS'
                   '                         *'
           DISPLAY '*  DBHOST.......: ' SQLCA-HOST ' *'
           DISPLAY '*  DBUSER.......: ' SQLCA-USER ' *'
           DISPLAY '*  DBPASSWD.....: ' WS-PASSWD-MASK ' *'
           DISPLAY '*  DBNAME.......: ' SQLCA-DBNAME ' *'
           DISPLAY '*  DBPORT.......: ' SQLCA-PORT
           '                            *'
           DISPLAY '*  DBSOCKET.....: ' SQLCA-SOCKET ' *'
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
      * Share example_table for the sweep - BUSY is not an error
      * here, it is reported and the table checks are skipped
           PERFORM ACQUIRE-TABLE-LOCK
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * The sweep is through - give the table back if it was held
           IF SWEEP-LOCK-HELD
              PERFORM RELEASE-TABLE-LOCK
           END-IF
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
      * carries the outcome (0 = the tables agree, 8 = exceptions)
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
      *  The sweep itself - work out the cutoffs, run every check and list  *
      *  what it finds, then the summary.  The three checks that read       *
      *  example_table only run under the shared lock; the lock, run-log   *
      *  and checkpoint checks always run, they are about the jobs, not    *
      *  the table.                                                         *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           PERFORM WORK-OUT-CUTOFFS
      *
           IF SWEEP-LOCK-HELD
              PERFORM CHECK-ORPHAN-LINES
              PERFORM CHECK-AUDIT-DRIFT
              PERFORM CHECK-PENDING-ACTIONS
           ELSE
              DISPLAY 'Detail, audit and pending checks skipped - '
                      'example_table not available'
           END-IF
      *
           PERFORM CHECK-OLD-LOCKS
           PERFORM CHECK-OPEN-RUNS
           PERFORM CHECK-STALE-CHECKPOINTS
      *
           PERFORM SWEEP-REPORT
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The lock cutoff - now less the lock age, as a YYMMDDHHMMSSCC stamp *
      *  to hold against pgctb_lock's LOCK_DATE/LOCK_TIME - and the first   *
      *  START_DATE the morning report still shows.                         *
      **************************************************************************
        WORK-OUT-CUTOFFS SECTION.
      *
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
                   (20000000 + FUNCTION NUMVAL (PGCTB-DATE))
      *
           DIVIDE WS-LOCK-AGE-HOURS BY 24 GIVING WS-BACK-DAYS
                  REMAINDER WS-BACK-HOURS
           MOVE FUNCTION NUMVAL (PGCTB-TIME(1:2)) TO WS-CUTOFF-HOUR
           IF WS-CUTOFF-HOUR < WS-BACK-HOURS
              ADD 24                        TO WS-CUTOFF-HOUR
              ADD 1                         TO WS-BACK-DAYS
           END-IF
           SUBTRACT WS-BACK-HOURS         FROM WS-CUTOFF-HOUR
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER - WS-BACK-DAYS)
           MOVE SPACES                      TO WS-LOCK-CUTOFF
           STRING WS-DATE-WORK(3:6)         DELIMITED BY SIZE
                  WS-CUTOFF-HOUR            DELIMITED BY SIZE
                  PGCTB-TIME(3:6)           DELIMITED BY SIZE
                                            INTO WS-LOCK-CUTOFF
           END-STRING
      *
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER - WS-MORNING-WINDOW-DAYS + 1)
           MOVE WS-DATE-WORK(3:6)           TO WS-AGED-OFF-DATE
           .
        WORK-OUT-CUTOFFS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  example_table_detail lines whose FIELD1 has no example_table row - *
      *  PCTB004S deletes the lines with their header, so any found here    *
      *  got in or stayed behind some other way.                            *
      **************************************************************************
        CHECK-ORPHAN-LINES SECTION.
      *
           DISPLAY 'Detail lines with no example_table parent:'
           MOVE SPACES                  TO WS-ORPHAN-ROW
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'd.FIELD1, ' DELIMITED SIZE
DBPRE   'LPAD(d.LINE_NO, ' DELIMITED SIZE
DBPRE   '4, ' DELIMITED SIZE
DBPRE   '''0''), ' DELIMITED SIZE
DBPRE   'd.DETAIL_VALUE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   'd ' DELIMITED SIZE
DBPRE   'LEFT ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   'e ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'd.FIELD1 ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'd.FIELD1, ' DELIMITED SIZE
DBPRE   'd.LINE_NO ' DELIMITED SIZE
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
DBPRE                                      WS-ORPHAN-FIELD1
DBPRE                                      WS-ORPHAN-LINE-NO
DBPRE                                      WS-ORPHAN-VALUE
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
              PERFORM REPORT-ORPHAN-LINE
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-ORPHAN-FIELD1
DBPRE                                         WS-ORPHAN-LINE-NO
DBPRE                                         WS-ORPHAN-VALUE
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM REPORT-ORPHAN-LINE
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        CHECK-ORPHAN-LINES-EXIT.
           EXIT.
      /
        REPORT-ORPHAN-LINE SECTION.
      *
           INSPECT WS-ORPHAN-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-ORPHAN-LINES
           DISPLAY '  ' WS-ORPHAN-FIELD1 ' LINE ' WS-ORPHAN-LINE-NO
                   ' ' WS-ORPHAN-VALUE
           MOVE SPACES                      TO WS-ORPHAN-ROW
           .
        REPORT-ORPHAN-LINE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Keys whose example_table row is not what the latest after-image   *
      *  in example_table_audit says it should be - a row that should be  *
      *  gone and is there, one that should be there and is gone, or one  *
      *  whose FIELD2/FIELD3 differ.  Only the images written since the    *
      *  last RELOAD-TABLE marker count; a full reload voids the older     *
      *  ones.  The ops desk stamps every change of a session with the     *
      *  sign-on time, so where two changes of one key tie on the latest   *
      *  stamp, matching either is taken as agreement.                     *
      **************************************************************************
        CHECK-AUDIT-DRIFT SECTION.
      *
           DISPLAY 'Keys differing from their latest audit after-image:'
           MOVE SPACES                  TO WS-DRIFT-ROW
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'k.KEY1, ' DELIMITED SIZE
DBPRE   'MAX(a.AUDIT_REQUEST), ' DELIMITED SIZE
DBPRE   'MAX(IF(e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL, ' DELIMITED SIZE
DBPRE   '''N'', ' DELIMITED SIZE
DBPRE   '''Y'')) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'IF(TRIM(IFNULL(BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   '''''))='''', ' DELIMITED SIZE
DBPRE   'AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD1) ' DELIMITED SIZE
DBPRE   'AS ' DELIMITED SIZE
DBPRE   'KEY1, ' DELIMITED SIZE
DBPRE   'MAX(CONCAT(AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'LPAD(AUDIT_RUN_SEQ, ' DELIMITED SIZE
DBPRE   '8, ' DELIMITED SIZE
DBPRE   '''0''))) ' DELIMITED SIZE
DBPRE   'AS ' DELIMITED SIZE
DBPRE   'LAST_STAMP ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(''ADD-RECORD'', ' DELIMITED SIZE
DBPRE   '''UPDATE-RECORD'', ' DELIMITED SIZE
DBPRE   '''DELETE-RECORD'') ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'CONCAT(AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME) ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'IFNULL(MAX(CONCAT(AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME)), ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'KEY1 ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'k ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'a ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'a.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(''ADD-RECORD'', ' DELIMITED SIZE
DBPRE   '''UPDATE-RECORD'', ' DELIMITED SIZE
DBPRE   '''DELETE-RECORD'') ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'IF(TRIM(IFNULL(a.BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   '''''))='''', ' DELIMITED SIZE
DBPRE   'a.AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   'a.BEFORE_FIELD1) ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'k.KEY1 ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'CONCAT(a.AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'a.AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'LPAD(a.AUDIT_RUN_SEQ, ' DELIMITED SIZE
DBPRE   '8, ' DELIMITED SIZE
DBPRE   '''0'')) ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'k.LAST_STAMP ' DELIMITED SIZE
DBPRE   'LEFT ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   'e ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'k.KEY1 ' DELIMITED SIZE
DBPRE   'GROUP ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'k.KEY1 ' DELIMITED SIZE
DBPRE   'HAVING ' DELIMITED SIZE
DBPRE   'SUM(CASE ' DELIMITED SIZE
DBPRE   'WHEN ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'a.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''DELETE-RECORD'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'a.AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''DELETE-RECORD'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NOT ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'e.FIELD2 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'a.AFTER_FIELD2 ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'e.FIELD3 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'a.AFTER_FIELD3 ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'THEN ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   'ELSE ' DELIMITED SIZE
DBPRE   '0 ' DELIMITED SIZE
DBPRE   'END) ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '0 ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'k.KEY1 ' DELIMITED SIZE
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
DBPRE                                      WS-DRIFT-FIELD1
DBPRE                                      WS-DRIFT-REQUEST
DBPRE                                      WS-DRIFT-ROW-FLAG
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
              PERFORM REPORT-DRIFT-KEY
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DRIFT-FIELD1
DBPRE                                         WS-DRIFT-REQUEST
DBPRE                                         WS-DRIFT-ROW-FLAG
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM REPORT-DRIFT-KEY
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        CHECK-AUDIT-DRIFT-EXIT.
           EXIT.
      /
        REPORT-DRIFT-KEY SECTION.
      *
           INSPECT WS-DRIFT-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-DRIFT-KEYS
           EVALUATE TRUE
           WHEN WS-DRIFT-REQUEST = 'DELETE-RECORD'
              DISPLAY '  ' WS-DRIFT-FIELD1
                      ' deleted per audit - row still on file'
           WHEN NOT DRIFT-ROW-PRESENT
              DISPLAY '  ' WS-DRIFT-FIELD1
                      ' on file per audit - row missing'
           WHEN OTHER
              DISPLAY '  ' WS-DRIFT-FIELD1
                      ' FIELD2/FIELD3 differ from the last '
                      WS-DRIFT-REQUEST
           END-EVALUATE
           MOVE SPACES                      TO WS-DRIFT-ROW
           .
        REPORT-DRIFT-KEY-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Unreleased pctb004b_pending actions the next load would reject -  *
      *  an add for a key already on file, an update or delete for a key   *
      *  no longer there, or an action code the load does not know.        *
      **************************************************************************
        CHECK-PENDING-ACTIONS SECTION.
      *
           DISPLAY 'Pending actions that no longer fit example_table:'
           MOVE SPACES                  TO WS-PEND-ROW
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'p.PEND_ACTION, ' DELIMITED SIZE
DBPRE   'p.FIELD1, ' DELIMITED SIZE
DBPRE   'p.EFF_DATE, ' DELIMITED SIZE
DBPRE   'p.ADDED_DATE, ' DELIMITED SIZE
DBPRE   'IF(e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL, ' DELIMITED SIZE
DBPRE   '''N'', ' DELIMITED SIZE
DBPRE   '''Y'') ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_pending ' DELIMITED SIZE
DBPRE   'p ' DELIMITED SIZE
DBPRE   'LEFT ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   'e ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'p.FIELD1 ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'IFNULL(p.RELEASED_DATE, ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'p.PEND_ACTION ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''A'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NOT ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'p.PEND_ACTION ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(''U'', ' DELIMITED SIZE
DBPRE   '''D'') ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'e.FIELD1 ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'p.PEND_ACTION ' DELIMITED SIZE
DBPRE   'NOT ' DELIMITED SIZE
DBPRE   'IN ' DELIMITED SIZE
DBPRE   '(''A'', ' DELIMITED SIZE
DBPRE   '''U'', ' DELIMITED SIZE
DBPRE   '''D'') ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'p.EFF_DATE, ' DELIMITED SIZE
DBPRE   'p.FIELD1 ' DELIMITED SIZE
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
DBPRE                                      WS-PEND-ACTION
DBPRE                                      WS-PEND-FIELD1
DBPRE                                      WS-PEND-EFF-DATE
DBPRE                                      WS-PEND-ADDED-DATE
DBPRE                                      WS-PEND-ROW-FLAG
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
              PERFORM REPORT-BAD-PENDING
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-PEND-ACTION
DBPRE                                         WS-PEND-FIELD1
DBPRE                                         WS-PEND-EFF-DATE
DBPRE                                         WS-PEND-ADDED-DATE
DBPRE                                         WS-PEND-ROW-FLAG
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM REPORT-BAD-PENDING
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        CHECK-PENDING-ACTIONS-EXIT.
           EXIT.
      /
        REPORT-BAD-PENDING SECTION.
      *
           INSPECT WS-PEND-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-BAD-PENDING
           EVALUATE WS-PEND-ACTION
           WHEN 'A'
              DISPLAY '  ' WS-PEND-ACTION ' ' WS-PEND-FIELD1
                      ' EFF ' WS-PEND-EFF-DATE
                      ' ADDED ' WS-PEND-ADDED-DATE
                      ' - key already on file'
           WHEN 'U'
           WHEN 'D'
              DISPLAY '  ' WS-PEND-ACTION ' ' WS-PEND-FIELD1
                      ' EFF ' WS-PEND-EFF-DATE
                      ' ADDED ' WS-PEND-ADDED-DATE
                      ' - key not on file'
           WHEN OTHER
              DISPLAY '  ' WS-PEND-ACTION ' ' WS-PEND-FIELD1
                      ' EFF ' WS-PEND-EFF-DATE
                      ' ADDED ' WS-PEND-ADDED-DATE
                      ' - unknown action'
           END-EVALUATE
           MOVE SPACES                      TO WS-PEND-ROW
           .
        REPORT-BAD-PENDING-EXIT.
           EXIT.
      /
      **************************************************************************
      *  pgctb_lock rows older than the lock age - a job that abended      *
      *  holding its lock.  The holder's own rerun takes it over; for      *
      *  anyone else it stays until operations break it.                   *
      **************************************************************************
        CHECK-OLD-LOCKS SECTION.
      *
           DISPLAY 'Locks held longer than ' WS-LOCK-AGE-HOURS
                   ' hours:'
           MOVE SPACES                  TO WS-LOCK-ROW
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'RESOURCE_NAME, ' DELIMITED SIZE
DBPRE   'LOCK_MODE, ' DELIMITED SIZE
DBPRE   'HOLDER_PROGRAM, ' DELIMITED SIZE
DBPRE   'LOCK_DATE, ' DELIMITED SIZE
DBPRE   'LOCK_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_lock ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'CONCAT(LOCK_DATE, ' DELIMITED SIZE
DBPRE   'LOCK_TIME) ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-LOCK-CUTOFF DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'LOCK_DATE, ' DELIMITED SIZE
DBPRE   'LOCK_TIME ' DELIMITED SIZE
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
DBPRE                                      WS-LOCK-RESOURCE
DBPRE                                      WS-LOCK-MODE
DBPRE                                      WS-LOCK-HOLDER
DBPRE                                      WS-LOCK-DATE
DBPRE                                      WS-LOCK-TIME
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
              PERFORM REPORT-OLD-LOCK
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-LOCK-RESOURCE
DBPRE                                         WS-LOCK-MODE
DBPRE                                         WS-LOCK-HOLDER
DBPRE                                         WS-LOCK-DATE
DBPRE                                         WS-LOCK-TIME
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM REPORT-OLD-LOCK
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        CHECK-OLD-LOCKS-EXIT.
           EXIT.
      /
        REPORT-OLD-LOCK SECTION.
      *
           INSPECT WS-LOCK-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-OLD-LOCKS
           DISPLAY '  ' WS-LOCK-RESOURCE ' ' WS-LOCK-MODE
                   ' BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-DATE ' ' WS-LOCK-TIME
           MOVE SPACES                      TO WS-LOCK-ROW
           .
        REPORT-OLD-LOCK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  pgctb_run_log rows of this environment with a start and no end,   *
      *  from before the days the morning report shows - the abend was     *
      *  reported then and nobody closed the row.  They are listed to be   *
      *  closed out by hand once the run is accounted for.                 *
      **************************************************************************
        CHECK-OPEN-RUNS SECTION.
      *
           DISPLAY 'Run-log rows with no end, started before '
                   WS-AGED-OFF-DATE ':'
           MOVE SPACES                  TO WS-OPEN-RUN-ROW
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME, ' DELIMITED SIZE
DBPRE   'START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'IFNULL(END_TIME, ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'START_DATE ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AGED-OFF-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME, ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME ' DELIMITED SIZE
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
DBPRE                                      WS-OPEN-PROGRAM
DBPRE                                      WS-OPEN-START-DATE
DBPRE                                      WS-OPEN-START-TIME
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
              PERFORM REPORT-OPEN-RUN
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-OPEN-PROGRAM
DBPRE                                         WS-OPEN-START-DATE
DBPRE                                         WS-OPEN-START-TIME
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM REPORT-OPEN-RUN
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        CHECK-OPEN-RUNS-EXIT.
           EXIT.
      /
        REPORT-OPEN-RUN SECTION.
      *
           INSPECT WS-OPEN-RUN-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-OPEN-RUNS
           DISPLAY '  ' WS-OPEN-PROGRAM
                   ' STARTED ' WS-OPEN-START-DATE ' ' WS-OPEN-START-TIME
                   ' - close out by hand'
           MOVE SPACES                      TO WS-OPEN-RUN-ROW
           .
        REPORT-OPEN-RUN-EXIT.
           EXIT.
      /
      **************************************************************************
      *  pctb004b_checkpoint rows still holding a restart point although   *
      *  the program's latest run in this environment ended - a finished  *
      *  load left it behind, and the next run would wrongly restart from *
      *  it.  A checkpoint whose latest run has no end is a genuine        *
      *  pending restart and is left alone.                                *
      **************************************************************************
        CHECK-STALE-CHECKPOINTS SECTION.
      *
           DISPLAY 'Checkpoints left behind by finished runs:'
           MOVE SPACES                  TO WS-CKPT-ROW
DBPRE      MOVE 15            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'c.PROGRAM_NAME, ' DELIMITED SIZE
DBPRE   'c.LAST_T ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_checkpoint ' DELIMITED SIZE
DBPRE   'c ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'c.LAST_T ' DELIMITED SIZE
DBPRE   '> ' DELIMITED SIZE
DBPRE   '0 ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'NOT ' DELIMITED SIZE
DBPRE   'EXISTS ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'r ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'r.PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'c.PROGRAM_NAME ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'r.ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'IFNULL(r.END_TIME, ' DELIMITED SIZE
DBPRE   ''''') ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'CONCAT(r.START_DATE, ' DELIMITED SIZE
DBPRE   'r.START_TIME) ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'MAX(CONCAT(l.START_DATE, ' DELIMITED SIZE
DBPRE   'l.START_TIME)) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'l ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'l.PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'c.PROGRAM_NAME ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'l.ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'c.PROGRAM_NAME ' DELIMITED SIZE
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
DBPRE                                      WS-CKPT-PROGRAM
DBPRE                                      WS-CKPT-LAST-T
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
              PERFORM REPORT-STALE-CHECKPOINT
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-CKPT-PROGRAM
DBPRE                                         WS-CKPT-LAST-T
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM REPORT-STALE-CHECKPOINT
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        CHECK-STALE-CHECKPOINTS-EXIT.
           EXIT.
      /
        REPORT-STALE-CHECKPOINT SECTION.
      *
           INSPECT WS-CKPT-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-CT-STALE-CHECKPOINTS
           DISPLAY '  ' WS-CKPT-PROGRAM ' LAST_T ' WS-CKPT-LAST-T
           MOVE SPACES                      TO WS-CKPT-ROW
           .
        REPORT-STALE-CHECKPOINT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Exceptions per check.  Any exception, or checks skipped because   *
      *  example_table was not available, ends the job with 8.             *
      **************************************************************************
        SWEEP-REPORT SECTION.
      *
           COMPUTE WS-CT-EXCEPTIONS = WS-CT-ORPHAN-LINES
                                    + WS-CT-DRIFT-KEYS
                                    + WS-CT-BAD-PENDING
                                    + WS-CT-OLD-LOCKS
                                    + WS-CT-OPEN-RUNS
                                    + WS-CT-STALE-CHECKPOINTS
           MOVE WS-CT-EXCEPTIONS            TO WS-CT-UPDATED
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  ORPHAN DETAIL LINES....: ' WS-CT-ORPHAN-LINES
                   '                *'
           DISPLAY '*  KEYS OFF AUDIT IMAGE...: ' WS-CT-DRIFT-KEYS
                   '                *'
           DISPLAY '*  PENDING NOT FITTING....: ' WS-CT-BAD-PENDING
                   '                *'
           DISPLAY '*  LOCKS OVER AGE.........: ' WS-CT-OLD-LOCKS
                   '                *'
           DISPLAY '*  RUNS WITH NO END.......: ' WS-CT-OPEN-RUNS
                   '                *'
           DISPLAY '*  CHECKPOINTS LEFT.......: '
                   WS-CT-STALE-CHECKPOINTS
                   '                *'
           DISPLAY '*  EXCEPTIONS.............: ' WS-CT-EXCEPTIONS
                   '                *'
           IF SWEEP-LOCK-NOT-HELD
              DISPLAY '*  TABLE CHECKS SKIPPED - EXAMPLE_TABLE BUSY'
                      '        *'
           END-IF
           DISPLAY '*******************************************'
                   '*********'
      *
           IF WS-CT-EXCEPTIONS > 0
           OR SWEEP-LOCK-NOT-HELD
              MOVE 8                        TO WS-FINAL-RETURN-CODE
           END-IF
           .
        SWEEP-REPORT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Share example_table through PGCTBLCK for the table checks, so the *
      *  nightly load cannot change it half way through a comparison.      *
      *  BUSY - the load running, or an exclusive lock it abended on - is  *
      *  not an error stop here: the holder is listed, the table checks    *
      *  are skipped and the job still reports the rest.                   *
      **************************************************************************
        ACQUIRE-TABLE-LOCK SECTION.
      *
           SET SWEEP-LOCK-NOT-HELD          TO TRUE
           SET PGCTBLCK-001-INIT            TO TRUE
           SET PGCTBLCK-001-ACQUIRE-SHARE   TO TRUE
           MOVE 'example_table'             TO PGCTBLCK-001-RESOURCE
           CALL PGCTBLCK-001-CALL-ID  USING PGCTBLCK-001-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              IF PGCTBLCK-001-BUSY
                 DISPLAY 'example_table is locked by '
                         PGCTBLCK-001-HOLDER ' MODE '
                         PGCTBLCK-001-HOLD-MODE ' SINCE '
                         PGCTBLCK-001-HOLD-DATE ' '
                         PGCTBLCK-001-HOLD-TIME
              ELSE
                 SET SWEEP-LOCK-HELD        TO TRUE
              END-IF
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        ACQUIRE-TABLE-LOCK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Give example_table back once the sweep is through.                 *
      **************************************************************************
        RELEASE-TABLE-LOCK SECTION.
      *
           SET PGCTBLCK-001-INIT            TO TRUE
           SET PGCTBLCK-001-RELEASE-LOCK    TO TRUE
           MOVE 'example_table'             TO PGCTBLCK-001-RESOURCE
           CALL PGCTBLCK-001-CALL-ID  USING PGCTBLCK-001-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              CONTINUE
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        RELEASE-TABLE-LOCK-EXIT.
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
