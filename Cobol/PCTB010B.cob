      * dbpre V 0.4: PCTB010B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB010B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Nightly job-stream driver - runs PCTB004B, PCTB005B, PCTB007B       *
      *   and PCTB006B in that order, reads each step's condition code and    *
      *   holds every later step once a step ends above the highest code      *
      *   its successors may run behind.  Each step is recorded in            *
      *   pgctb_stream_step against the stream's own pgctb_run_log row, with  *
      *   the start stamp of the step's run-log row and its control totals.   *
      *   A rerun with RESTART picks the open stream up again at the step     *
      *   that failed - the steps that already ran clean are never run        *
      *   twice, so a PCTB005B rerun cannot take the load with it.  FRESH     *
      *   abandons an open stream and starts over from the top.  Without      *
      *   either, an open stream refuses the run with RETURN-CODE 16.  Ends   *
      *   with one summary of every step's RC and control totals.             *
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
            VALUE '20261015 1.1 VOLUMEOK HANDED TO LOAD'.
      *
      * Which set of connection parameters read_params should hand
      * back - defaults to PROD, overridden by a JCL-style PARM (a
      * command-line argument under GnuCOBOL) of DEV, TEST or PROD.
      * The environment is handed on to every step of the stream.
        01  WS-ENVIRONMENT                   PIC  X(04) VALUE 'PROD'.
        01  WS-COMMAND-LINE                  PIC  X(80) VALUE SPACE.
      *
      * The second PARM token is the PCTB004B mode the stream runs the
      * load in - handed on to PCTB004B and PCTB005B alike.  A
      * restarted stream keeps the mode it was started with.
        01  WS-RUN-MODE                      PIC  X(05) VALUE 'LOAD'.
          88 RUN-MODE-LOAD                   VALUE 'LOAD '.
          88 RUN-MODE-MAINT                  VALUE 'MAINT'.
          88 RUN-MODE-DELTA                  VALUE 'DELTA'.
      *
      * The third PARM token says what to do about a stream that has
      * not yet run to the end - pick it up again at the failed step,
      * or give it up and start a new one from the top
        01  WS-STREAM-OPTION                 PIC  X(08) VALUE SPACE.
          88 STREAM-OPTION-NONE              VALUE SPACE.
          88 STREAM-OPTION-RESTART           VALUE 'RESTART'.
          88 STREAM-OPTION-FRESH             VALUE 'FRESH'.
      *
      * The fourth PARM token, VOLUMEOK, is handed on to the PCTB004B
      * step - the way an operator releases a load the volume gate
      * held when the stream is picked up again with RESTART
        01  WS-STREAM-OVERRIDE               PIC  X(08) VALUE SPACE.
          88 STREAM-OVERRIDE-NONE            VALUE SPACE.
          88 STREAM-OVERRIDE-VOLUMEOK        VALUE 'VOLUMEOK'.
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
      * The steps of the nightly stream in running order, each with
      * the highest RETURN-CODE the later steps may still run behind.
      * PCTB004B's 4 (keys not found, refused deletes, orphans) is a
      * warning for the morning; its 8 (too many rejects), 12
      * (duplicate file) and 16 (volume held) hold the stream, as
      * does PCTB005B's 8 (out of balance).  Extend this table when a
      * step joins the stream.
        01  WS-STREAM-STEP-LIST.
          05 FILLER                          PIC  X(08)
             VALUE 'PCTB004B'.
          05 FILLER                          PIC  9(04) VALUE 4.
          05 FILLER                          PIC  X(08)
             VALUE 'PCTB005B'.
          05 FILLER                          PIC  9(04) VALUE 0.
          05 FILLER                          PIC  X(08)
             VALUE 'PCTB007B'.
          05 FILLER                          PIC  9(04) VALUE 0.
          05 FILLER                          PIC  X(08)
             VALUE 'PCTB006B'.
          05 FILLER                          PIC  9(04) VALUE 0.
        01  WS-STREAM-STEP-TABLE             REDEFINES
                                             WS-STREAM-STEP-LIST.
          05 WS-STREAM-STEP                  OCCURS 4.
            10 WS-STEP-PROGRAM               PIC  X(08).
            10 WS-STEP-MAX-RC                PIC  9(04).
        01  WS-STREAM-STEP-COUNT             PIC  S9(4) COMP VALUE 4.
        01  WS-STEP-IX                       PIC  S9(4) COMP.
        01  WS-STEP-NO                       PIC  9(02).
        01  WS-STEP-STATUS-TEXT              PIC  X(08).
      *
      * Where each step of this stream stands - loaded from
      * pgctb_stream_step on a restart, built fresh otherwise
        01  WS-STREAM-STATE-TABLE.
          05 WS-STEP-STATE                   OCCURS 4.
            10 WS-STEP-STATUS                PIC  X(01).
              88 STEP-PENDING                VALUE 'P'.
              88 STEP-RUNNING                VALUE 'R'.
              88 STEP-DONE                   VALUE 'D'.
              88 STEP-FAILED                 VALUE 'F'.
              88 STEP-HELD                   VALUE 'H'.
            10 WS-STEP-RC                    PIC  9(04).
            10 WS-STEP-START-DATE            PIC  X(06).
            10 WS-STEP-START-TIME            PIC  X(08).
            10 WS-STEP-CT-INSERTED           PIC  9(08).
            10 WS-STEP-CT-UPDATED            PIC  9(08).
            10 WS-STEP-CT-DELETED            PIC  9(08).
            10 WS-STEP-PASS-FLAG             PIC  X(01).
              88 STEP-RUN-THIS-PASS          VALUE 'Y'.
              88 STEP-RUN-EARLIER            VALUE 'N'.
      *
      * The stream this run works on - identified by the start stamp
      * of the driver run that opened it, which is also the start
      * stamp of that run's pgctb_run_log row
        01  WS-STREAM-DATE                   PIC  X(06).
        01  WS-STREAM-TIME                   PIC  X(08).
        01  WS-STREAM-MODE                   PIC  X(05).
        01  WS-OPEN-STREAM-FLAG              PIC  X VALUE 'N'.
          88 OPEN-STREAM-FOUND               VALUE 'Y'.
          88 OPEN-STREAM-NOT-FOUND           VALUE 'N'.
        01  WS-STREAM-HOLD-FLAG              PIC  X VALUE 'N'.
          88 STREAM-HELD                     VALUE 'Y'.
          88 STREAM-NOT-HELD                 VALUE 'N'.
        01  WS-STREAM-HELD-AT                PIC  X(08) VALUE SPACE.
      *
      * The command line a step is launched with, and the condition
      * code it came back with
        01  WS-STEP-COMMAND                  PIC  X(80).
        01  WS-STEP-LAUNCH-STAMP             PIC  X(14).
        01  WS-STEP-SYSTEM-RC                PIC S9(09) VALUE 0.
      *
      * The rows of pgctb_stream_step and pgctb_run_log as fetched -
      * character images, NULL columns arrive empty and are treated
      * as spaces after the low-value scrub
        01  WS-DB-STREAM-DATE                PIC  X(06).
        01  WS-DB-STREAM-TIME                PIC  X(08).
        01  WS-DB-STREAM-MODE                PIC  X(05).
        01  WS-DB-STEP-NO                    PIC  X(04).
        01  WS-DB-STEP-STATUS                PIC  X(01).
        01  WS-DB-RETURN-CODE                PIC  X(04).
        01  WS-DB-START-DATE                 PIC  X(06).
        01  WS-DB-START-TIME                 PIC  X(08).
        01  WS-DB-CT-INSERTED                PIC  X(08).
        01  WS-DB-CT-UPDATED                 PIC  X(08).
        01  WS-DB-CT-DELETED                 PIC  X(08).
        01  WS-DB-ROW-FLAG                   PIC  X VALUE 'N'.
          88 DB-ROW-FOUND                    VALUE 'Y'.
          88 DB-ROW-NOT-FOUND                VALUE 'N'.
        01  WS-DB-STEP-IX                    PIC  S9(4) COMP.
      *
      * The RETURN-CODE an open stream refuses a plain run with - the
      * on-call operator decides between RESTART and FRESH
        01  WS-RC-STREAM-OPEN                PIC  9(04) VALUE 16.
      *
      * The condition code a step is recorded with when the command
      * could not be started at all
        01  WS-RC-STEP-NOT-STARTED           PIC  9(04) VALUE 20.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = every step ran clean, otherwise the condition code of the
      * step the stream was held at
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
           MOVE 'PCTB010B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries up to four tokens: the environment (DEV,
      * TEST or PROD) read_params hands connection data back for, the
      * load mode (LOAD, MAINT or DELTA), RESTART or FRESH for a
      * stream that has not run to the end, and VOLUMEOK for the
      * load step.  Unsupplied tokens keep the defaults.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-RUN-MODE
                         WS-STREAM-OPTION
                         WS-STREAM-OVERRIDE
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
              MOVE 'PROD'                   TO WS-ENVIRONMENT
           END-IF
           IF WS-RUN-MODE = SPACES
              MOVE 'LOAD'                   TO WS-RUN-MODE
           END-IF
           IF NOT RUN-MODE-LOAD AND NOT RUN-MODE-MAINT
              AND NOT RUN-MODE-DELTA
              DISPLAY 'PCTB010B: Invalid mode ' WS-RUN-MODE
                      ' in PARM - use LOAD, MAINT or DELTA'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT STREAM-OPTION-NONE AND NOT STREAM-OPTION-RESTART
              AND NOT STREAM-OPTION-FRESH
              DISPLAY 'PCTB010B: Invalid option ' WS-STREAM-OPTION
                      ' in PARM - use RESTART or FRESH'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT STREAM-OVERRIDE-NONE AND NOT STREAM-OVERRIDE-VOLUMEOK
              DISPLAY 'PCTB010B: Invalid override ' WS-STREAM-OVERRIDE
                      ' in PARM - only VOLUMEOK is understood'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
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
           DISPLAY '*  MODE.........: ' WS-RUN-MODE
                   '                       *'
           DISPLAY '*  OPTION.......: ' WS-STREAM-OPTION
                   '                    *'
           DISPLAY '*  OVERRIDE.....: ' WS-STREAM-OVERRIDE
                   '                    *'
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
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * Complete the run-log row - end stamp and final RETURN-CODE -
      * inside the unit of work committed below
           PERFORM LOG-RUN-END
      *
      * The step rows were committed as the stream went along - this
      * makes the run-log end stamp durable
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
      * The final RETURN-CODE carries the stream verdict - 0 when every
      * step ran clean, the held step's own condition code otherwise,
      * 16 when an open stream refused the run
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
      *  P O C T B - A C T I O N   S E C T I O N                               *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           DISPLAY 'In PGCTB-ACTION (batch program).'
      *
      * Is a stream of this environment still short of its end?  The
      * PARM option decides what happens to it - a plain run never
      * guesses, so nobody reruns the load behind a failed balance
           PERFORM FIND-OPEN-STREAM
      *
           EVALUATE TRUE
           WHEN OPEN-STREAM-FOUND AND STREAM-OPTION-RESTART
              DISPLAY 'Restarting stream 20' WS-STREAM-DATE ' '
                      WS-STREAM-TIME ' mode ' WS-STREAM-MODE
              IF WS-STREAM-MODE NOT = WS-RUN-MODE
                 DISPLAY 'PARM mode ' WS-RUN-MODE ' ignored - the'
                         ' stream keeps its mode ' WS-STREAM-MODE
              END-IF
              MOVE WS-STREAM-MODE          TO WS-RUN-MODE
              PERFORM LOAD-STREAM-STEPS
           WHEN OPEN-STREAM-FOUND AND STREAM-OPTION-FRESH
              DISPLAY 'Abandoning open stream 20' WS-STREAM-DATE ' '
                      WS-STREAM-TIME ' - starting over from the top'
              PERFORM ABANDON-OPEN-STREAM
              PERFORM START-NEW-STREAM
           WHEN OPEN-STREAM-FOUND
              DISPLAY '*** Stream 20' WS-STREAM-DATE ' '
                      WS-STREAM-TIME ' has not run to the end ***'
              DISPLAY '    Rerun with RESTART to pick it up at the'
                      ' failed step, or FRESH to start over'
              MOVE WS-RC-STREAM-OPEN       TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           WHEN STREAM-OPTION-RESTART
              DISPLAY '*** No open stream for ' WS-ENVIRONMENT
                      ' - nothing to restart ***'
              MOVE WS-RC-STREAM-OPEN       TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           WHEN OTHER
              PERFORM START-NEW-STREAM
           END-EVALUATE
      *
      * The steps in order - one that already ran clean in an earlier
      * pass is skipped, and once a step fails every later one is held
           SET STREAM-NOT-HELD              TO TRUE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STREAM-STEP-COUNT
              MOVE WS-STEP-IX               TO WS-STEP-NO
              EVALUATE TRUE
              WHEN STEP-DONE (WS-STEP-IX)
                 DISPLAY 'Step ' WS-STEP-NO ' '
                         WS-STEP-PROGRAM (WS-STEP-IX)
                         ' already ran clean - not run again'
              WHEN STREAM-HELD
                 PERFORM HOLD-ONE-STEP
              WHEN OTHER
                 PERFORM RUN-ONE-STEP
              END-EVALUATE
           END-PERFORM
      *
           PERFORM STREAM-SUMMARY-REPORT
      *
           DISPLAY 'End PGCTB-ACTION (batch program).'
      *
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The newest stream of this environment with a step that has not    *
      *  ended clean and was not given up - its stamp and mode.  Newest     *
      *  first, the first row fetched wins and the rest of the answer is    *
      *  drained so the connection stays in sync.  Result slot 2.           *
      **************************************************************************
        FIND-OPEN-STREAM SECTION.
      *
           SET OPEN-STREAM-NOT-FOUND        TO TRUE
           MOVE SPACES                      TO WS-DB-STREAM-DATE
           MOVE SPACES                      TO WS-DB-STREAM-TIME
           MOVE SPACES                      TO WS-DB-STREAM-MODE
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'STREAM_DATE, ' DELIMITED SIZE
DBPRE   'STREAM_TIME, ' DELIMITED SIZE
DBPRE   'RUN_MODE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_stream_step ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STEP_STATUS ' DELIMITED SIZE
DBPRE   'NOT IN ' DELIMITED SIZE
DBPRE   '(''D'', ''A'') ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'STREAM_DATE ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   'STREAM_TIME ' DELIMITED SIZE
DBPRE   'DESC ' DELIMITED SIZE
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
DBPRE                                      WS-DB-STREAM-DATE
DBPRE                                      WS-DB-STREAM-TIME
DBPRE                                      WS-DB-STREAM-MODE
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET OPEN-STREAM-FOUND         TO TRUE
              INSPECT WS-DB-STREAM-DATE REPLACING ALL LOW-VALUE
                                        BY SPACE
              INSPECT WS-DB-STREAM-TIME REPLACING ALL LOW-VALUE
                                        BY SPACE
              INSPECT WS-DB-STREAM-MODE REPLACING ALL LOW-VALUE
                                        BY SPACE
              MOVE WS-DB-STREAM-DATE        TO WS-STREAM-DATE
              MOVE WS-DB-STREAM-TIME        TO WS-STREAM-TIME
              MOVE WS-DB-STREAM-MODE        TO WS-STREAM-MODE
      *
      * Drain the rest of the answer - only the newest stream counts
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-STREAM-DATE
DBPRE                                      WS-DB-STREAM-TIME
DBPRE                                      WS-DB-STREAM-MODE
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                     TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                     TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           .
        FIND-OPEN-STREAM-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Open a new stream under this run's own start stamp - the stamp of  *
      *  the driver's pgctb_run_log row - with one pending row per step,    *
      *  committed before the first step is launched.                       *
      **************************************************************************
        START-NEW-STREAM SECTION.
      *
           MOVE PGCTB-DATE                  TO WS-STREAM-DATE
           MOVE PGCTB-TIME                  TO WS-STREAM-TIME
           MOVE WS-RUN-MODE                 TO WS-STREAM-MODE
           DISPLAY 'Starting stream 20' WS-STREAM-DATE ' '
                   WS-STREAM-TIME ' mode ' WS-STREAM-MODE
      *
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STREAM-STEP-COUNT
              MOVE WS-STEP-IX               TO WS-STEP-NO
              SET STEP-PENDING (WS-STEP-IX) TO TRUE
              SET STEP-RUN-EARLIER (WS-STEP-IX)
                                            TO TRUE
              MOVE 0                        TO WS-STEP-RC (WS-STEP-IX)
              MOVE SPACES         TO WS-STEP-START-DATE (WS-STEP-IX)
              MOVE SPACES         TO WS-STEP-START-TIME (WS-STEP-IX)
              MOVE 0              TO WS-STEP-CT-INSERTED (WS-STEP-IX)
              MOVE 0              TO WS-STEP-CT-UPDATED (WS-STEP-IX)
              MOVE 0              TO WS-STEP-CT-DELETED (WS-STEP-IX)
DBPRE         MOVE 12            TO SQLCA-SEQUENCE
      *       EXEC SQL
DBPRE *       END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'pgctb_stream_step ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'ENVIRONMENT, ' DELIMITED SIZE
DBPRE   'STREAM_DATE, ' DELIMITED SIZE
DBPRE   'STREAM_TIME, ' DELIMITED SIZE
DBPRE   'RUN_MODE, ' DELIMITED SIZE
DBPRE   'STEP_NO, ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME, ' DELIMITED SIZE
DBPRE   'STEP_STATUS, ' DELIMITED SIZE
DBPRE   'RETURN_CODE, ' DELIMITED SIZE
DBPRE   'CT_INSERTED, ' DELIMITED SIZE
DBPRE   'CT_UPDATED, ' DELIMITED SIZE
DBPRE   'CT_DELETED ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-MODE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-STEP-NO DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-PROGRAM (WS-STEP-IX) DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-STATUS (WS-STEP-IX) DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   '0, 0, 0, 0 ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
              IF SQLCODE NOT = 0
                 PERFORM DB-STATUS
              END-IF
           END-PERFORM
      *
           PERFORM COMMIT-STREAM-WORK
           .
        START-NEW-STREAM-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Give up an open stream - every step of it that has not ended      *
      *  clean is marked abandoned, so no later RESTART picks it up and    *
      *  the stream history still shows what it got through.                *
      **************************************************************************
        ABANDON-OPEN-STREAM SECTION.
      *
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'pgctb_stream_step ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'STEP_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''A'' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STREAM_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STREAM_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STEP_STATUS ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE   '''D'' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           PERFORM COMMIT-STREAM-WORK
           .
        ABANDON-OPEN-STREAM-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Read back where each step of the open stream stands.  A step that  *
      *  ended clean keeps its RC, stamp and totals for the summary; every  *
      *  other step - failed, held, or left running by an abended driver   *
      *  - is pending again and runs in this pass.  Result slot 2.          *
      **************************************************************************
        LOAD-STREAM-STEPS SECTION.
      *
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STREAM-STEP-COUNT
              SET STEP-PENDING (WS-STEP-IX) TO TRUE
              SET STEP-RUN-EARLIER (WS-STEP-IX)
                                            TO TRUE
              MOVE 0                        TO WS-STEP-RC (WS-STEP-IX)
              MOVE SPACES         TO WS-STEP-START-DATE (WS-STEP-IX)
              MOVE SPACES         TO WS-STEP-START-TIME (WS-STEP-IX)
              MOVE 0              TO WS-STEP-CT-INSERTED (WS-STEP-IX)
              MOVE 0              TO WS-STEP-CT-UPDATED (WS-STEP-IX)
              MOVE 0              TO WS-STEP-CT-DELETED (WS-STEP-IX)
           END-PERFORM
      *
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'STEP_NO, ' DELIMITED SIZE
DBPRE   'STEP_STATUS, ' DELIMITED SIZE
DBPRE   'RETURN_CODE, ' DELIMITED SIZE
DBPRE   'STEP_START_DATE, ' DELIMITED SIZE
DBPRE   'STEP_START_TIME, ' DELIMITED SIZE
DBPRE   'CT_INSERTED, ' DELIMITED SIZE
DBPRE   'CT_UPDATED, ' DELIMITED SIZE
DBPRE   'CT_DELETED ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_stream_step ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STREAM_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STREAM_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'STEP_NO ' DELIMITED SIZE
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
           PERFORM UNTIL NOT DB-OK
              MOVE SPACES                   TO WS-DB-STEP-NO
              MOVE SPACES                   TO WS-DB-STEP-STATUS
              MOVE SPACES                   TO WS-DB-RETURN-CODE
              MOVE SPACES                   TO WS-DB-START-DATE
              MOVE SPACES                   TO WS-DB-START-TIME
              MOVE SPACES                   TO WS-DB-CT-INSERTED
              MOVE SPACES                   TO WS-DB-CT-UPDATED
              MOVE SPACES                   TO WS-DB-CT-DELETED
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-STEP-NO
DBPRE                                      WS-DB-STEP-STATUS
DBPRE                                      WS-DB-RETURN-CODE
DBPRE                                      WS-DB-START-DATE
DBPRE                                      WS-DB-START-TIME
DBPRE                                      WS-DB-CT-INSERTED
DBPRE                                      WS-DB-CT-UPDATED
DBPRE                                      WS-DB-CT-DELETED
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              IF DB-OK
                 PERFORM STORE-STREAM-STEP-ROW
              END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              SET DB-OK                     TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           .
        LOAD-STREAM-STEPS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One fetched pgctb_stream_step row into the step state table.  A    *
      *  step number outside the table (a step since taken out of the       *
      *  stream) is ignored.                                                *
      **************************************************************************
        STORE-STREAM-STEP-ROW SECTION.
      *
           INSPECT WS-DB-STEP-NO     REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-STEP-STATUS REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-RETURN-CODE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-START-DATE  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-START-TIME  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-CT-INSERTED REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-CT-UPDATED  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DB-CT-DELETED  REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DB-STEP-NO = SPACES
              GO TO STORE-STREAM-STEP-ROW-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-DB-STEP-NO)
                                            TO WS-DB-STEP-IX
           IF WS-DB-STEP-IX < 1
              OR WS-DB-STEP-IX > WS-STREAM-STEP-COUNT
              GO TO STORE-STREAM-STEP-ROW-EXIT
           END-IF
      *
           IF WS-DB-STEP-STATUS NOT = 'D'
              GO TO STORE-STREAM-STEP-ROW-EXIT
           END-IF
           SET STEP-DONE (WS-DB-STEP-IX)    TO TRUE
           IF WS-DB-RETURN-CODE = SPACES
              MOVE '0'                      TO WS-DB-RETURN-CODE
           END-IF
           IF WS-DB-CT-INSERTED = SPACES
              MOVE '0'                      TO WS-DB-CT-INSERTED
           END-IF
           IF WS-DB-CT-UPDATED = SPACES
              MOVE '0'                      TO WS-DB-CT-UPDATED
           END-IF
           IF WS-DB-CT-DELETED = SPACES
              MOVE '0'                      TO WS-DB-CT-DELETED
           END-IF
           MOVE FUNCTION NUMVAL (WS-DB-RETURN-CODE)
                                  TO WS-STEP-RC (WS-DB-STEP-IX)
           MOVE WS-DB-START-DATE  TO WS-STEP-START-DATE (WS-DB-STEP-IX)
           MOVE WS-DB-START-TIME  TO WS-STEP-START-TIME (WS-DB-STEP-IX)
           MOVE FUNCTION NUMVAL (WS-DB-CT-INSERTED)
                                  TO WS-STEP-CT-INSERTED (WS-DB-STEP-IX)
           MOVE FUNCTION NUMVAL (WS-DB-CT-UPDATED)
                                  TO WS-STEP-CT-UPDATED (WS-DB-STEP-IX)
           MOVE FUNCTION NUMVAL (WS-DB-CT-DELETED)
                                  TO WS-STEP-CT-DELETED (WS-DB-STEP-IX)
           .
        STORE-STREAM-STEP-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Run one step.  The step row goes to running with the launch stamp  *
      *  and is committed first, so an abend of the driver itself still     *
      *  leaves the step to be picked up by a RESTART.  The step program    *
      *  runs as its own process with the stream's PARM; its condition      *
      *  code decides between done and failed, and its own run-log row     *
      *  supplies the control totals.                                       *
      **************************************************************************
        RUN-ONE-STEP SECTION.
      *
           SET STEP-RUN-THIS-PASS (WS-STEP-IX)
                                            TO TRUE
           SET STEP-RUNNING (WS-STEP-IX)    TO TRUE
           ACCEPT WS-STEP-START-DATE (WS-STEP-IX) FROM DATE
           ACCEPT WS-STEP-START-TIME (WS-STEP-IX) FROM TIME
           MOVE WS-STEP-START-DATE (WS-STEP-IX)
                                       TO WS-STEP-LAUNCH-STAMP (1:6)
           MOVE WS-STEP-START-TIME (WS-STEP-IX)
                                       TO WS-STEP-LAUNCH-STAMP (7:8)
           MOVE 0                           TO WS-STEP-RC (WS-STEP-IX)
           MOVE 0              TO WS-STEP-CT-INSERTED (WS-STEP-IX)
           MOVE 0              TO WS-STEP-CT-UPDATED (WS-STEP-IX)
           MOVE 0              TO WS-STEP-CT-DELETED (WS-STEP-IX)
           PERFORM UPDATE-STREAM-STEP-ROW
      *
           PERFORM BUILD-STEP-COMMAND
           DISPLAY 'Step ' WS-STEP-NO ' starting: ' WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
           END-CALL
           MOVE RETURN-CODE                 TO WS-STEP-SYSTEM-RC
           MOVE 0                           TO RETURN-CODE
      *
      * A shell handing back the raw wait status carries the exit code
      * in the high-order byte; a negative answer means the command
      * never started
           IF WS-STEP-SYSTEM-RC > 255
              DIVIDE 256 INTO WS-STEP-SYSTEM-RC
           END-IF
           IF WS-STEP-SYSTEM-RC < 0
              MOVE WS-RC-STEP-NOT-STARTED   TO WS-STEP-SYSTEM-RC
           END-IF
           MOVE WS-STEP-SYSTEM-RC           TO WS-STEP-RC (WS-STEP-IX)
      *
           PERFORM FETCH-STEP-RUN-LOG-ROW
      *
           IF WS-STEP-RC (WS-STEP-IX) > WS-STEP-MAX-RC (WS-STEP-IX)
              SET STEP-FAILED (WS-STEP-IX)  TO TRUE
              SET STREAM-HELD               TO TRUE
              MOVE WS-STEP-PROGRAM (WS-STEP-IX)
                                            TO WS-STREAM-HELD-AT
              MOVE WS-STEP-RC (WS-STEP-IX)  TO WS-FINAL-RETURN-CODE
              DISPLAY '*** Step ' WS-STEP-NO ' '
                      WS-STEP-PROGRAM (WS-STEP-IX)
                      ' ended with RC ' WS-STEP-RC (WS-STEP-IX)
                      ' - later steps held ***'
           ELSE
              SET STEP-DONE (WS-STEP-IX)    TO TRUE
              DISPLAY 'Step ' WS-STEP-NO ' '
                      WS-STEP-PROGRAM (WS-STEP-IX)
                      ' ended with RC ' WS-STEP-RC (WS-STEP-IX)
           END-IF
           PERFORM UPDATE-STREAM-STEP-ROW
           .
        RUN-ONE-STEP-EXIT.
           EXIT.
      /
      **************************************************************************
      *  A step behind a failed one is not run - it is marked held, so the  *
      *  RESTART that follows the fix runs it.                              *
      **************************************************************************
        HOLD-ONE-STEP SECTION.
      *
           SET STEP-HELD (WS-STEP-IX)       TO TRUE
           DISPLAY 'Step ' WS-STEP-NO ' ' WS-STEP-PROGRAM (WS-STEP-IX)
                   ' held behind ' WS-STREAM-HELD-AT
           PERFORM UPDATE-STREAM-STEP-ROW
           .
        HOLD-ONE-STEP-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The command line of the current step - program name, then the     *
      *  PARM tokens that step understands.  PCTB005B balances the archive  *
      *  under the load's run date, which is the start date of the          *
      *  PCTB004B step even when that ran before midnight or in an earlier  *
      *  pass of the stream.                                                *
      **************************************************************************
        BUILD-STEP-COMMAND SECTION.
      *
           MOVE SPACES                      TO WS-STEP-COMMAND
           EVALUATE WS-STEP-PROGRAM (WS-STEP-IX)
           WHEN 'PCTB004B'
              STRING WS-STEP-PROGRAM (WS-STEP-IX) DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-ENVIRONMENT         DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-RUN-MODE            DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-STREAM-OVERRIDE     DELIMITED BY SPACE
                                            INTO WS-STEP-COMMAND
              END-STRING
           WHEN 'PCTB005B'
              STRING WS-STEP-PROGRAM (WS-STEP-IX) DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-ENVIRONMENT         DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-RUN-MODE            DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-STEP-START-DATE (1) DELIMITED BY SPACE
                                            INTO WS-STEP-COMMAND
              END-STRING
           WHEN OTHER
              STRING WS-STEP-PROGRAM (WS-STEP-IX) DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-ENVIRONMENT         DELIMITED BY SPACE
                                            INTO WS-STEP-COMMAND
              END-STRING
           END-EVALUATE
           .
        BUILD-STEP-COMMAND-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The step's own pgctb_run_log row - the first row of the step       *
      *  program in this environment started at or after the launch        *
      *  stamp.  Its start stamp is recorded against the stream so the two  *
      *  rows can be joined, and its control totals go on the summary.  A   *
      *  step that ended before it could open its row keeps the launch     *
      *  stamp and zero totals.  Result slot 2, drained.                    *
      **************************************************************************
        FETCH-STEP-RUN-LOG-ROW SECTION.
      *
           MOVE SPACES                      TO WS-DB-START-DATE
           MOVE SPACES                      TO WS-DB-START-TIME
           MOVE SPACES                      TO WS-DB-CT-INSERTED
           MOVE SPACES                      TO WS-DB-CT-UPDATED
           MOVE SPACES                      TO WS-DB-CT-DELETED
DBPRE      MOVE 15            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME, ' DELIMITED SIZE
DBPRE   'CT_INSERTED, ' DELIMITED SIZE
DBPRE   'CT_UPDATED, ' DELIMITED SIZE
DBPRE   'CT_DELETED ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-PROGRAM (WS-STEP-IX) DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'CONCAT(START_DATE, START_TIME) ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-LAUNCH-STAMP DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME ' DELIMITED SIZE
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
DBPRE                                      WS-DB-START-DATE
DBPRE                                      WS-DB-START-TIME
DBPRE                                      WS-DB-CT-INSERTED
DBPRE                                      WS-DB-CT-UPDATED
DBPRE                                      WS-DB-CT-DELETED
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              INSPECT WS-DB-START-DATE  REPLACING ALL LOW-VALUE
                                        BY SPACE
              INSPECT WS-DB-START-TIME  REPLACING ALL LOW-VALUE
                                        BY SPACE
              INSPECT WS-DB-CT-INSERTED REPLACING ALL LOW-VALUE
                                        BY SPACE
              INSPECT WS-DB-CT-UPDATED  REPLACING ALL LOW-VALUE
                                        BY SPACE
              INSPECT WS-DB-CT-DELETED  REPLACING ALL LOW-VALUE
                                        BY SPACE
              IF WS-DB-CT-INSERTED = SPACES
                 MOVE '0'                   TO WS-DB-CT-INSERTED
              END-IF
              IF WS-DB-CT-UPDATED = SPACES
                 MOVE '0'                   TO WS-DB-CT-UPDATED
              END-IF
              IF WS-DB-CT-DELETED = SPACES
                 MOVE '0'                   TO WS-DB-CT-DELETED
              END-IF
              MOVE WS-DB-START-DATE TO WS-STEP-START-DATE (WS-STEP-IX)
              MOVE WS-DB-START-TIME TO WS-STEP-START-TIME (WS-STEP-IX)
              MOVE FUNCTION NUMVAL (WS-DB-CT-INSERTED)
                                    TO WS-STEP-CT-INSERTED (WS-STEP-IX)
              MOVE FUNCTION NUMVAL (WS-DB-CT-UPDATED)
                                    TO WS-STEP-CT-UPDATED (WS-STEP-IX)
              MOVE FUNCTION NUMVAL (WS-DB-CT-DELETED)
                                    TO WS-STEP-CT-DELETED (WS-STEP-IX)
      *
      * Drain the rest of the answer - only the first row is the step's
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-DB-START-DATE
DBPRE                                      WS-DB-START-TIME
DBPRE                                      WS-DB-CT-INSERTED
DBPRE                                      WS-DB-CT-UPDATED
DBPRE                                      WS-DB-CT-DELETED
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                     TO TRUE
           WHEN DB-NOT-FOUND
              DISPLAY 'Step ' WS-STEP-NO ' '
                      WS-STEP-PROGRAM (WS-STEP-IX)
                      ' left no run-log row - ended before logging'
              SET DB-OK                     TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           .
        FETCH-STEP-RUN-LOG-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Write the current step's state back to its pgctb_stream_step row  *
      *  - status, RC, the step's run-log start stamp, its totals and the  *
      *  start stamp of the driver run that ran it - and commit at once.    *
      **************************************************************************
        UPDATE-STREAM-STEP-ROW SECTION.
      *
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'pgctb_stream_step ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'STEP_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-STATUS (WS-STEP-IX) DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'RETURN_CODE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      WS-STEP-RC (WS-STEP-IX) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'STEP_START_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-START-DATE (WS-STEP-IX) DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'STEP_START_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STEP-START-TIME (WS-STEP-IX) DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'CT_INSERTED ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      WS-STEP-CT-INSERTED (WS-STEP-IX) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'CT_UPDATED ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      WS-STEP-CT-UPDATED (WS-STEP-IX) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'CT_DELETED ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      WS-STEP-CT-DELETED (WS-STEP-IX) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'DRIVER_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTBLOG-001-START-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'DRIVER_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTBLOG-001-START-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STREAM_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STREAM_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-STREAM-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'STEP_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      WS-STEP-NO DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           PERFORM COMMIT-STREAM-WORK
           .
        UPDATE-STREAM-STEP-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Each stream-state change is its own unit of work, so the table     *
      *  always tells a RESTART the truth about what already ran.           *
      **************************************************************************
        COMMIT-STREAM-WORK SECTION.
      *
DBPRE      MOVE 16            TO SQLCA-SEQUENCE
DBPRE      CALL "MySQL_commit"
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE    TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           .
        COMMIT-STREAM-WORK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The end-of-stream summary - every step with its state, RC, the     *
      *  start stamp of its run-log row and its control totals, whether it  *
      *  ran in this pass or an earlier one, and the stream verdict.        *
      **************************************************************************
        STREAM-SUMMARY-REPORT SECTION.
      *
           DISPLAY '-----------------------------------------------'
           DISPLAY '  PCTB010B NIGHTLY STREAM SUMMARY'
           DISPLAY '  Stream 20' WS-STREAM-DATE ' ' WS-STREAM-TIME
                   '  environment ' WS-ENVIRONMENT
                   '  mode ' WS-RUN-MODE
           DISPLAY '-----------------------------------------------'
      *
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STREAM-STEP-COUNT
              PERFORM REPORT-ONE-STEP
           END-PERFORM
      *
           DISPLAY '-----------------------------------------------'
           IF STREAM-HELD
              DISPLAY '  *** STREAM HELD AT ' WS-STREAM-HELD-AT
                      ' - RC ' WS-FINAL-RETURN-CODE ' ***'
              DISPLAY '  Rerun with RESTART once the cause is fixed'
           ELSE
              DISPLAY '  NIGHTLY STREAM COMPLETE'
           END-IF
           DISPLAY '-----------------------------------------------'
           .
        STREAM-SUMMARY-REPORT-EXIT.
           EXIT.
      /
        REPORT-ONE-STEP SECTION.
      *
           MOVE WS-STEP-IX                  TO WS-STEP-NO
           EVALUATE TRUE
           WHEN STEP-DONE (WS-STEP-IX)
              MOVE 'ENDED OK'               TO WS-STEP-STATUS-TEXT
           WHEN STEP-FAILED (WS-STEP-IX)
              MOVE 'FAILED'                 TO WS-STEP-STATUS-TEXT
           WHEN STEP-HELD (WS-STEP-IX)
              MOVE 'HELD'                   TO WS-STEP-STATUS-TEXT
           WHEN OTHER
              MOVE 'NOT RUN'                TO WS-STEP-STATUS-TEXT
           END-EVALUATE
      *
           IF STEP-HELD (WS-STEP-IX) OR STEP-PENDING (WS-STEP-IX)
              DISPLAY '  ' WS-STEP-NO ' ' WS-STEP-PROGRAM (WS-STEP-IX)
                      '  ' WS-STEP-STATUS-TEXT
              GO TO REPORT-ONE-STEP-EXIT
           END-IF
      *
           DISPLAY '  ' WS-STEP-NO ' ' WS-STEP-PROGRAM (WS-STEP-IX)
                   '  ' WS-STEP-STATUS-TEXT
                   '  RC ' WS-STEP-RC (WS-STEP-IX)
                   '  start 20' WS-STEP-START-DATE (WS-STEP-IX)
                   ' ' WS-STEP-START-TIME (WS-STEP-IX)
           IF STEP-RUN-EARLIER (WS-STEP-IX)
              DISPLAY '       ins ' WS-STEP-CT-INSERTED (WS-STEP-IX)
                      '  upd ' WS-STEP-CT-UPDATED (WS-STEP-IX)
                      '  del ' WS-STEP-CT-DELETED (WS-STEP-IX)
                      '  (earlier pass)'
           ELSE
              DISPLAY '       ins ' WS-STEP-CT-INSERTED (WS-STEP-IX)
                      '  upd ' WS-STEP-CT-UPDATED (WS-STEP-IX)
                      '  del ' WS-STEP-CT-DELETED (WS-STEP-IX)
           END-IF
           .
        REPORT-ONE-STEP-EXIT.
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
      *  Complete the run-log row with the end stamp and the RETURN-CODE    *
      *  the job is about to end with.  The driver changes no rows itself  *
      *  - each step's totals sit on the step's own row and on the stream  *
      *  summary - so the control totals ride as zeros.  An abended run    *
      *  never reaches this point and stays visible with no end time.      *
      **************************************************************************
        LOG-RUN-END SECTION.
      *
           SET PGCTBLOG-001-INIT            TO TRUE
           SET PGCTBLOG-001-END-RUN         TO TRUE
           MOVE WS-FINAL-RETURN-CODE        TO PGCTBLOG-001-RETURN-CODE
           MOVE 0                           TO PGCTBLOG-001-CT-INSERTED
           MOVE 0                           TO PGCTBLOG-001-CT-UPDATED
           MOVE 0                           TO PGCTBLOG-001-CT-DELETED
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
