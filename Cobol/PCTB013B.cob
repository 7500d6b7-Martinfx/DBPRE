      * dbpre V 0.4: PCTB013B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB013B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Backout of one PCTB004B MAINT or DELTA run - the way back from a    *
      *   bad sender file that has already been applied in place.  The run    *
      *   is named by its pgctb_run_log start stamp; every change it made     *
      *   is read back from example_table_audit (PCTB004B stamps its audit    *
      *   rows with the run start and numbers them in AUDIT_RUN_SEQ) and      *
      *   undone newest first from the before images: an insert is            *
      *   removed, an update put back, a delete re-added together with the    *
      *   detail lines its cascade took.  A key that has moved on since the   *
      *   run - a later audit row from the desk or a later job, or a row      *
      *   that no longer matches the run's after image - is reported as a     *
      *   conflict and left alone, never overwritten.  The changes go         *
      *   through PCTB004S like any other batch change, so the backout        *
      *   itself is journalled.  The report balances the audit rows found     *
      *   against the run's own CT-INSERTED/UPDATED/DELETED totals, and       *
      *   every row found as reversed or skipped; a run whose audit trail     *
      *   does not cover its totals (a full LOAD, say) is refused whole.      *
      *   So is a run restarted from a checkpoint: the changes made before    *
      *   the abend carry the abended attempt's stamp and are not in the      *
      *   restart's totals, so backing out the restart alone would leave      *
      *   the front of the file applied.                                      *
      *   A full reload since the run (a PCTB004B LOAD or a PCTB016B          *
      *   refresh) leaves one image-less RELOAD-TABLE audit row rather than   *
      *   a row per key, so it is looked for separately and also refuses      *
      *   the backout whole.  The run's share of the pctb004b_pending queue   *
      *   goes back with it in the same unit of work: actions it parked and   *
      *   nobody has released yet are dropped, and actions it released are    *
      *   put back in the queue once their changes have been reversed.        *
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
            VALUE '20261015 1.2 RELOAD GUARD, QUEUE BACK'.
      *
      * Which set of connection parameters read_params should hand
      * back - defaults to PROD, overridden by a JCL-style PARM (a
      * command-line argument under GnuCOBOL) of DEV, TEST or PROD
        01  WS-ENVIRONMENT                   PIC  X(04) VALUE 'PROD'.
        01  WS-COMMAND-LINE                  PIC  X(80) VALUE SPACE.
      *
      * The second and third PARM tokens name the PCTB004B run to back
      * out - its START_DATE (YYMMDD) and START_TIME (HHMMSSCC) exactly
      * as the morning report and pgctb_run_log show them
        01  WS-TARGET-DATE                   PIC  X(06) VALUE SPACE.
        01  WS-TARGET-TIME                   PIC  X(08) VALUE SPACE.
        01  WS-TARGET-PROGRAM                PIC  X(08)
                                             VALUE 'PCTB004B'.
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
      * The target run's pgctb_run_log row - character images, NULL
      * columns arrive empty and are treated as spaces
        01  WS-RUN-END-DATE                  PIC  X(06).
        01  WS-RUN-END-TIME                  PIC  X(08).
        01  WS-RUN-RETURN-CODE               PIC  X(04).
        01  WS-RUN-CT-INSERTED-X             PIC  X(08).
        01  WS-RUN-CT-UPDATED-X              PIC  X(08).
        01  WS-RUN-CT-DELETED-X              PIC  X(08).
        01  WS-RUN-CT-INSERTED               PIC  9(08) VALUE 0.
        01  WS-RUN-CT-UPDATED                PIC  9(08) VALUE 0.
        01  WS-RUN-CT-DELETED                PIC  9(08) VALUE 0.
        01  WS-RUN-ROW-FLAG                  PIC  X VALUE 'N'.
          88 RUN-ROW-FOUND                   VALUE 'Y'.
          88 RUN-ROW-NOT-FOUND               VALUE 'N'.
      * Scratch row the drain loop fetches any further rows into
        01  WS-RUN-DRAIN-AREA.
          05 WS-RUN-DRAIN-END-DATE           PIC  X(06).
          05 WS-RUN-DRAIN-END-TIME           PIC  X(08).
          05 WS-RUN-DRAIN-RETURN-CODE        PIC  X(04).
          05 WS-RUN-DRAIN-CT-INSERTED        PIC  X(08).
          05 WS-RUN-DRAIN-CT-UPDATED         PIC  X(08).
          05 WS-RUN-DRAIN-CT-DELETED         PIC  X(08).
      *
      * The PCTB004B runs started before the target, walked back newest
      * first while they never ended - a restart follows its abended
      * attempt directly in the log.  PRIOR-RUN-ABENDED means one of them
      * left changes behind under its own stamp.
        01  WS-PRIOR-DATE                    PIC  X(06).
        01  WS-PRIOR-TIME                    PIC  X(08).
        01  WS-PRIOR-ROW.
          05 WS-PRIOR-START-DATE             PIC  X(06).
          05 WS-PRIOR-START-TIME             PIC  X(08).
          05 WS-PRIOR-END-TIME               PIC  X(08).
        01  WS-PRIOR-DRAIN-AREA.
          05 WS-PRIOR-DRAIN-START-DATE       PIC  X(06).
          05 WS-PRIOR-DRAIN-START-TIME       PIC  X(08).
          05 WS-PRIOR-DRAIN-END-TIME         PIC  X(08).
        01  WS-PRIOR-ROW-FLAG                PIC  X VALUE 'N'.
          88 PRIOR-ROW-FOUND                 VALUE 'Y'.
          88 PRIOR-ROW-NOT-FOUND             VALUE 'N'.
        01  WS-PRIOR-RUN-FLAG                PIC  X VALUE SPACE.
          88 PRIOR-RUN-WALKING               VALUE 'W'.
          88 PRIOR-RUN-CLEAR                 VALUE 'C'.
          88 PRIOR-RUN-ABENDED               VALUE 'A'.
      *
      * The first RELOAD-TABLE audit row stamped after the target - a
      * full reload rewrote every key without a row per key
        01  WS-RELOAD-ROW.
          05 WS-RELOAD-PROGRAM               PIC  X(08).
          05 WS-RELOAD-DATE                  PIC  X(06).
          05 WS-RELOAD-TIME                  PIC  X(08).
        01  WS-RELOAD-DRAIN-AREA.
          05 WS-RELOAD-DRAIN-PROGRAM         PIC  X(08).
          05 WS-RELOAD-DRAIN-DATE            PIC  X(06).
          05 WS-RELOAD-DRAIN-TIME            PIC  X(08).
        01  WS-RELOAD-ROW-FLAG               PIC  X VALUE 'N'.
          88 RELOAD-ROW-FOUND                VALUE 'Y'.
          88 RELOAD-ROW-NOT-FOUND            VALUE 'N'.
      *
      * The pctb004b_pending rows released on the target's start date,
      * gathered before any of them is put back - the connection cannot
      * run the updates while it is still streaming the answer.  PCTB004B
      * stamps RELEASED_DATE with its run date only, so the rows are the
      * target's unless an earlier PCTB004B run started the same day.
        01  WS-PQ-ROW.
          05 WS-PQ-ROW-ACTION                PIC  X(01).
          05 WS-PQ-ROW-FIELD1                PIC  X(08).
          05 WS-PQ-ROW-ADDED-DATE            PIC  X(06).
          05 WS-PQ-ROW-ADDED-TIME            PIC  X(08).
        01  WS-PQ-TABLE.
          05 WS-PQ-ENTRY                     OCCURS 5000.
            10 WS-PQ-ACTION                  PIC  X(01).
            10 WS-PQ-FIELD1                  PIC  X(08).
            10 WS-PQ-ADDED-DATE              PIC  X(06).
            10 WS-PQ-ADDED-TIME              PIC  X(08).
        01  WS-PQ-MAX                        PIC  S9(4) COMP VALUE 5000.
        01  WS-PQ-COUNT                      PIC  S9(4) COMP VALUE 0.
        01  WS-PQ-IX                         PIC  S9(4) COMP.
        01  WS-PQ-RELEASE-FLAG               PIC  X VALUE 'Y'.
          88 PQ-RELEASES-OURS                VALUE 'Y'.
          88 PQ-RELEASES-UNCERTAIN           VALUE 'N'.
        01  WS-PQ-KEY-FLAG                   PIC  X VALUE 'R'.
          88 PQ-KEY-REVERSED                 VALUE 'R'.
          88 PQ-KEY-CONFLICT                 VALUE 'C'.
      * Queue rows dropped, found applied by a later run, put back, and
      * left released - the last two come back to the rows gathered
        01  WS-PQ-CT-PARKED-DROPPED          PIC  9(08) VALUE 0.
        01  WS-PQ-CT-PARKED-APPLIED          PIC  9(08) VALUE 0.
        01  WS-PQ-CT-RELEASE-RESET           PIC  9(08) VALUE 0.
        01  WS-PQ-CT-RELEASE-LEFT            PIC  9(08) VALUE 0.
      *
      * One audit row of the target run as fetched
        01  WS-AUD-ROW.
          05 WS-AUD-REQUEST                  PIC  X(16).
          05 WS-AUD-BEFORE-FIELD1            PIC  X(20).
          05 WS-AUD-BEFORE-FIELD2            PIC  X(16).
          05 WS-AUD-BEFORE-FIELD3            PIC  X(32).
          05 WS-AUD-AFTER-FIELD1             PIC  X(20).
          05 WS-AUD-AFTER-FIELD2             PIC  X(16).
          05 WS-AUD-AFTER-FIELD3             PIC  X(32).
      *
      * Every audit row of the target run, newest change first - the
      * order they are undone in.  The rows have to be held: the
      * checks and changes made for one row need the connection the
      * audit answer would otherwise be streaming on.  A run with more
      * changes than the table holds stops the backout before anything
      * is touched - a partial backout is worse than none.
        01  WS-BO-TABLE.
          05 WS-BO-ENTRY                     OCCURS 5000.
            10 WS-BO-REQUEST                 PIC  X(16).
              88 BO-REQ-ADD-RECORD           VALUE 'ADD-RECORD'.
              88 BO-REQ-UPDATE-RECORD        VALUE 'UPDATE-RECORD'.
              88 BO-REQ-DELETE-RECORD        VALUE 'DELETE-RECORD'.
              88 BO-REQ-DELETE-DETAIL        VALUE 'DELETE-DETAIL'.
            10 WS-BO-FIELD1                  PIC  X(20).
            10 WS-BO-BEFORE-FIELD2           PIC  X(16).
            10 WS-BO-BEFORE-FIELD3           PIC  X(32).
            10 WS-BO-AFTER-FIELD2            PIC  X(16).
            10 WS-BO-AFTER-FIELD3            PIC  X(32).
      * Whether the key of this row was found clear to back out or in
      * conflict - decided on the key's newest row, looked up by the
      * key's older rows further down the table
            10 WS-BO-KEY-STATE               PIC  X(01).
              88 BO-KEY-UNCHECKED            VALUE SPACE.
              88 BO-KEY-CLEAR                VALUE 'R'.
              88 BO-KEY-CONFLICT             VALUE 'C'.
        01  WS-BO-MAX                        PIC  S9(4) COMP VALUE 5000.
        01  WS-BO-COUNT                      PIC  S9(4) COMP VALUE 0.
        01  WS-BO-IX                         PIC  S9(4) COMP.
        01  WS-BO-SCAN-IX                    PIC  S9(4) COMP.
      *
      * The key and line the row at hand is about, in the numeric form
      * PCTB004S and the lookups are keyed on
        01  WS-BO-KEY                        PIC  9(08).
        01  WS-BO-LINE-NO                    PIC  9(04).
      *
      * The state of the key decided for the row at hand, and why a
      * conflict was called
        01  WS-BO-ROW-FLAG                   PIC  X VALUE SPACE.
          88 BO-ROW-CLEAR                    VALUE 'R'.
          88 BO-ROW-CONFLICT                 VALUE 'C'.
        01  WS-BO-CONFLICT-REASON            PIC  X(40).
      *
      * The parent row as it stands now, for the after-image compare
        01  WS-CUR-FIELD2                    PIC  X(16).
        01  WS-CUR-FIELD3                    PIC  X(32).
        01  WS-CUR-ROW-FLAG                  PIC  X VALUE 'N'.
          88 CUR-ROW-FOUND                   VALUE 'Y'.
          88 CUR-ROW-NOT-FOUND               VALUE 'N'.
      *
      * One-row COUNT answers, fetched as character data
        01  WS-DB-COUNT-X                    PIC  X(12).
        01  WS-DB-ROW-COUNT                  PIC  9(08) VALUE 0.
      *
      * The target run's changes as found in the audit trail, per kind
      * - these have to equal the run's own control totals before
      * anything is backed out
        01  WS-AUD-CT-ADD                    PIC  9(08) VALUE 0.
        01  WS-AUD-CT-UPDATE                 PIC  9(08) VALUE 0.
        01  WS-AUD-CT-DELETE                 PIC  9(08) VALUE 0.
        01  WS-AUD-CT-DETAIL                 PIC  9(08) VALUE 0.
      * Reversed, and skipped as conflicts, per kind - reversed plus
      * skipped has to come back to the audit rows found
        01  WS-BO-CT-ADD-DONE                PIC  9(08) VALUE 0.
        01  WS-BO-CT-UPDATE-DONE             PIC  9(08) VALUE 0.
        01  WS-BO-CT-DELETE-DONE             PIC  9(08) VALUE 0.
        01  WS-BO-CT-DETAIL-DONE             PIC  9(08) VALUE 0.
        01  WS-BO-CT-ADD-SKIP                PIC  9(08) VALUE 0.
        01  WS-BO-CT-UPDATE-SKIP             PIC  9(08) VALUE 0.
        01  WS-BO-CT-DELETE-SKIP             PIC  9(08) VALUE 0.
        01  WS-BO-CT-DETAIL-SKIP             PIC  9(08) VALUE 0.
        01  WS-BO-CT-CONFLICT-KEYS           PIC  9(08) VALUE 0.
        01  WS-BO-CT-OTHER                   PIC  9(08) VALUE 0.
        01  WS-BO-BALANCE-FLAG               PIC  X VALUE 'Y'.
          88 BO-IN-BALANCE                   VALUE 'Y'.
          88 BO-OUT-OF-BALANCE               VALUE 'N'.
      *
      * This run's own control totals for pgctb_run_log - rows put
      * back, rows reverted and rows taken away in example_table
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = the whole run backed out, 4 = conflicting keys skipped or
      * queue rows left for operations (released actions not put back,
      * parked actions a later run has applied already),
      * 8 = run not found, never ended, restarted after an abended
      * attempt that had already made changes, or its audit trail does
      * not cover its control totals - nothing backed out (the error
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
      * The param blocks of the subroutine the backout changes go
      * through - example_table rows and example_table_detail lines
          COPY PCTB004P001.
          COPY PCTB004P004.
      *
      * The param block of the common run-log subroutine
          COPY PGCTBLOGP.
      *
      * The param block of the common lock subroutine - the backout
      * owns example_table exclusively for the life of the run, like
      * the nightly load, so nothing can move a key under it
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
           MOVE 'PCTB013B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries three tokens: the environment (DEV, TEST or
      * PROD) read_params hands connection data back for, then the
      * START_DATE and START_TIME of the PCTB004B run to back out.
      * There is no default run - a backout names its target.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-TARGET-DATE
                         WS-TARGET-TIME
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
              MOVE 'PROD'                   TO WS-ENVIRONMENT
           END-IF
           IF WS-TARGET-DATE NOT NUMERIC
              OR WS-TARGET-TIME NOT NUMERIC
              DISPLAY 'PCTB013B: PARM must name the run to back out -'
                      ' ENV YYMMDD HHMMSSCC'
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
           DISPLAY '*  BACKOUT RUN..: ' WS-TARGET-PROGRAM ' '
                   WS-TARGET-DATE ' ' WS-TARGET-TIME
                   '     *'
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
      * Take example_table exclusively for the life of the backout -
      * the nightly load or an ops-desk session already inside
      * answers BUSY and this run stands back
           PERFORM ACQUIRE-TABLE-LOCK
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * The backout is through - give the table back.  An abend before
      * this point leaves the lock row behind, visible in pgctb_lock
      * and breakable by operations
           PERFORM RELEASE-TABLE-LOCK
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
      * carries the outcome (0 = run backed out, 4 = conflicting keys
      * skipped, 8 = nothing backed out)
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
      *  The backout itself - find the target run in pgctb_run_log, read   *
      *  its audit rows newest first, refuse the lot unless they balance   *
      *  to the run's own control totals, then undo row by row and print   *
      *  the balance.  The whole backout is one unit of work: an abend     *
      *  rolls every reversal back, so a rerun starts from the same state. *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           DISPLAY 'In PGCTB-ACTION (batch program).'
      *
           MOVE 0                       TO WS-CT-INSERTED
           MOVE 0                       TO WS-CT-UPDATED
           MOVE 0                       TO WS-CT-DELETED
      *
      * The run has to be in the log, and has to have ended - an
      * abended attempt has no control totals to balance against
           PERFORM FETCH-TARGET-RUN
           IF RUN-ROW-NOT-FOUND
              DISPLAY 'No ' WS-TARGET-PROGRAM ' run in pgctb_run_log'
                      ' for ' WS-ENVIRONMENT ' started '
                      WS-TARGET-DATE ' ' WS-TARGET-TIME
                      ' - nothing backed out'
              MOVE 8                    TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           END-IF
           IF WS-RUN-END-TIME = SPACES
              DISPLAY WS-TARGET-PROGRAM ' run started '
                      WS-TARGET-DATE ' ' WS-TARGET-TIME
                      ' never ended - nothing backed out'
              MOVE 8                    TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           END-IF
      *
      * A restart resumes after the abended attempt's last checkpoint;
      * what that attempt committed carries its own stamp and is not in
      * the restart's totals, so only the pair together could be backed
      * out - refused, the desk reverses such a run by hand
           PERFORM CHECK-ABENDED-PRIOR-RUN
           IF PRIOR-RUN-ABENDED
              DISPLAY WS-TARGET-PROGRAM ' run started '
                      WS-TARGET-DATE ' ' WS-TARGET-TIME
                      ' is a restart of the abended run started '
                      WS-PRIOR-DATE ' ' WS-PRIOR-TIME
              DISPLAY 'Changes made before the abend carry the '
                      WS-PRIOR-DATE ' ' WS-PRIOR-TIME
                      ' stamp - nothing backed out'
              MOVE 8                    TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           END-IF
      *
      * A full reload since the run rewrote every key, but leaves only
      * one image-less RELOAD-TABLE row behind - the per-key check for
      * later changes cannot see it, so it is refused here, whole
           PERFORM FETCH-LATER-RELOAD
           IF RELOAD-ROW-FOUND
              DISPLAY 'example_table was reloaded in full by '
                      WS-RELOAD-PROGRAM ' at ' WS-RELOAD-DATE ' '
                      WS-RELOAD-TIME
              DISPLAY 'after the ' WS-TARGET-PROGRAM ' run started '
                      WS-TARGET-DATE ' ' WS-TARGET-TIME
                      ' - nothing backed out'
              MOVE 8                    TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           END-IF
           DISPLAY 'Backing out ' WS-TARGET-PROGRAM ' run started '
                   WS-TARGET-DATE ' ' WS-TARGET-TIME
                   ', ended ' WS-RUN-END-DATE ' ' WS-RUN-END-TIME
                   ' RC ' WS-RUN-RETURN-CODE
      *
           PERFORM LOAD-RUN-AUDIT-ROWS
      *
      * Every change the run counted has to be in the audit trail, and
      * nothing else - otherwise a backout would leave part of the run
      * standing without saying so
           IF WS-AUD-CT-ADD    NOT = WS-RUN-CT-INSERTED
              OR WS-AUD-CT-UPDATE NOT = WS-RUN-CT-UPDATED
              OR WS-AUD-CT-DELETE NOT = WS-RUN-CT-DELETED
              OR WS-BO-CT-OTHER   NOT = 0
              SET BO-OUT-OF-BALANCE     TO TRUE
              PERFORM BACKOUT-REPORT
              DISPLAY 'Audit trail does not cover the run''s control'
                      ' totals - nothing backed out'
              MOVE 8                    TO WS-FINAL-RETURN-CODE
              GO TO PGCTB-ACTION-EXIT
           END-IF
      *
           PERFORM VARYING WS-BO-IX FROM 1 BY 1
                   UNTIL WS-BO-IX > WS-BO-COUNT
              PERFORM BACK-OUT-ONE-CHANGE
           END-PERFORM
      *
      * The run's share of the future-dated queue goes back with it
           PERFORM BACK-OUT-PENDING-QUEUE
      *
      * Every audit row is either reversed or skipped as a conflict
           IF WS-AUD-CT-ADD NOT =
                 WS-BO-CT-ADD-DONE + WS-BO-CT-ADD-SKIP
              OR WS-AUD-CT-UPDATE NOT =
                 WS-BO-CT-UPDATE-DONE + WS-BO-CT-UPDATE-SKIP
              OR WS-AUD-CT-DELETE NOT =
                 WS-BO-CT-DELETE-DONE + WS-BO-CT-DELETE-SKIP
              OR WS-AUD-CT-DETAIL NOT =
                 WS-BO-CT-DETAIL-DONE + WS-BO-CT-DETAIL-SKIP
              SET BO-OUT-OF-BALANCE     TO TRUE
           END-IF
           PERFORM BACKOUT-REPORT
      *
           EVALUATE TRUE
             WHEN BO-OUT-OF-BALANCE
                MOVE 8                  TO WS-FINAL-RETURN-CODE
             WHEN WS-BO-CT-CONFLICT-KEYS > 0
             WHEN WS-PQ-CT-RELEASE-LEFT > 0
             WHEN WS-PQ-CT-PARKED-APPLIED > 0
                MOVE 4                  TO WS-FINAL-RETURN-CODE
             WHEN OTHER
                MOVE 0                  TO WS-FINAL-RETURN-CODE
           END-EVALUATE
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Undo the audit row at WS-BO-IX.  A key is judged once, on its     *
      *  newest row: any audit row for it stamped after the run means the  *
      *  desk or a later job has been there, and the whole key is skipped. *
      *  Each row is then checked against the run's after image before it  *
      *  is reversed, so nothing the run did not leave behind is touched.  *
      **************************************************************************
        BACK-OUT-ONE-CHANGE SECTION.
      *
           MOVE WS-BO-FIELD1 (WS-BO-IX) (1:8) TO WS-BO-KEY
           MOVE SPACE                   TO WS-BO-ROW-FLAG
           MOVE SPACES                  TO WS-BO-CONFLICT-REASON
      *
      * Has an earlier (newer) row of the table decided this key?
           PERFORM VARYING WS-BO-SCAN-IX FROM 1 BY 1
                   UNTIL WS-BO-SCAN-IX NOT LESS THAN WS-BO-IX
                      OR WS-BO-ROW-FLAG NOT = SPACE
              IF WS-BO-FIELD1 (WS-BO-SCAN-IX) = WS-BO-FIELD1 (WS-BO-IX)
                 AND NOT BO-KEY-UNCHECKED (WS-BO-SCAN-IX)
                 MOVE WS-BO-KEY-STATE (WS-BO-SCAN-IX)
                                        TO WS-BO-ROW-FLAG
              END-IF
           END-PERFORM
      *
           IF BO-ROW-CONFLICT
              MOVE WS-BO-ROW-FLAG       TO WS-BO-KEY-STATE (WS-BO-IX)
              PERFORM COUNT-SKIPPED-ROW
              GO TO BACK-OUT-ONE-CHANGE-EXIT
           END-IF
      *
           IF WS-BO-ROW-FLAG = SPACE
              PERFORM COUNT-LATER-CHANGES
              IF WS-DB-ROW-COUNT > 0
                 SET BO-ROW-CONFLICT    TO TRUE
                 MOVE 'changed again since the run'
                                        TO WS-BO-CONFLICT-REASON
              END-IF
           END-IF
      *
           IF NOT BO-ROW-CONFLICT
              PERFORM CHECK-CURRENT-STATE
           END-IF
      *
           IF BO-ROW-CONFLICT
              SET BO-KEY-CONFLICT (WS-BO-IX) TO TRUE
              PERFORM REPORT-CONFLICT-KEY
              PERFORM COUNT-SKIPPED-ROW
              GO TO BACK-OUT-ONE-CHANGE-EXIT
           END-IF
      *
           SET BO-KEY-CLEAR (WS-BO-IX)  TO TRUE
           PERFORM REVERSE-ONE-CHANGE
           .
        BACK-OUT-ONE-CHANGE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Does the key still stand as the run left it?  Checked per row     *
      *  against the row's after image - an add or update must find the    *
      *  row with the after values (an add with no detail lines under it,  *
      *  since the row goes again), a delete must find the row still gone, *
      *  a cascaded detail line must find the line still gone.             *
      **************************************************************************
        CHECK-CURRENT-STATE SECTION.
      *
           EVALUATE TRUE
             WHEN BO-REQ-ADD-RECORD (WS-BO-IX)
             WHEN BO-REQ-UPDATE-RECORD (WS-BO-IX)
                PERFORM FETCH-CURRENT-ROW
                EVALUATE TRUE
                  WHEN CUR-ROW-NOT-FOUND
                     SET BO-ROW-CONFLICT TO TRUE
                     MOVE 'row no longer in example_table'
                                        TO WS-BO-CONFLICT-REASON
                  WHEN WS-CUR-FIELD2 NOT = WS-BO-AFTER-FIELD2 (WS-BO-IX)
                  WHEN WS-CUR-FIELD3 NOT = WS-BO-AFTER-FIELD3 (WS-BO-IX)
                     SET BO-ROW-CONFLICT TO TRUE
                     MOVE 'row no longer as the run left it'
                                        TO WS-BO-CONFLICT-REASON
                  WHEN OTHER
                     CONTINUE
                END-EVALUATE
                IF NOT BO-ROW-CONFLICT
                   AND BO-REQ-ADD-RECORD (WS-BO-IX)
                   PERFORM COUNT-KEY-LINES
                   IF WS-DB-ROW-COUNT > 0
                      SET BO-ROW-CONFLICT TO TRUE
                      MOVE 'detail lines now under the added row'
                                        TO WS-BO-CONFLICT-REASON
                   END-IF
                END-IF
             WHEN BO-REQ-DELETE-RECORD (WS-BO-IX)
                PERFORM FETCH-CURRENT-ROW
                IF CUR-ROW-FOUND
                   SET BO-ROW-CONFLICT  TO TRUE
                   MOVE 'deleted row is back in example_table'
                                        TO WS-BO-CONFLICT-REASON
                END-IF
             WHEN OTHER
                MOVE WS-BO-BEFORE-FIELD2 (WS-BO-IX) (1:4)
                                        TO WS-BO-LINE-NO
                PERFORM COUNT-DETAIL-LINE
                IF WS-DB-ROW-COUNT > 0
                   SET BO-ROW-CONFLICT  TO TRUE
                   MOVE 'deleted detail line is back'
                                        TO WS-BO-CONFLICT-REASON
                END-IF
           END-EVALUATE
           .
        CHECK-CURRENT-STATE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Put one change back through PCTB004S - the inverse request of     *
      *  what the run did, from the before image.  A refusal (a row or     *
      *  line the checks above did not foresee) is counted as a conflict   *
      *  and the backout carries on; a database error stops it whole.      *
      **************************************************************************
        REVERSE-ONE-CHANGE SECTION.
      *
           IF BO-REQ-DELETE-DETAIL (WS-BO-IX)
              SET PCTB004-004-INIT      TO TRUE
              SET PCTB004-004-ADD-DETAIL TO TRUE
              MOVE WS-BO-KEY            TO PCTB004-004-FIELD1-KEY
              MOVE WS-BO-LINE-NO        TO PCTB004-004-LINE-NO
              MOVE WS-BO-BEFORE-FIELD3 (WS-BO-IX)
                                        TO PCTB004-004-DETAIL-VALUE
              MOVE SPACES               TO PCTB004-004-OPERATOR-ID
              CALL PCTB004-004-CALL-ID USING PCTB004-004-PARAM-BLOCK
                                             PGCTB-PARAM-BLOCK
              END-CALL
              EVALUATE TRUE
              WHEN PGCTB-OK
                 IF PCTB004-004-ERROR
                    SET BO-ROW-CONFLICT TO TRUE
                 END-IF
              WHEN OTHER
                 PERFORM PGCTB-STATUS
              END-EVALUATE
           ELSE
              SET PCTB004-001-INIT      TO TRUE
              EVALUATE TRUE
                WHEN BO-REQ-ADD-RECORD (WS-BO-IX)
                   SET PCTB004-001-DELETE-RECORD TO TRUE
                   MOVE WS-BO-AFTER-FIELD2 (WS-BO-IX)
                                        TO PCTB004-001-FIELD2
                   MOVE WS-BO-AFTER-FIELD3 (WS-BO-IX)
                                        TO PCTB004-001-FIELD3
                WHEN BO-REQ-UPDATE-RECORD (WS-BO-IX)
                   SET PCTB004-001-UPDATE-RECORD TO TRUE
                   MOVE WS-BO-BEFORE-FIELD2 (WS-BO-IX)
                                        TO PCTB004-001-FIELD2
                   MOVE WS-BO-BEFORE-FIELD3 (WS-BO-IX)
                                        TO PCTB004-001-FIELD3
                WHEN OTHER
                   SET PCTB004-001-ADD-RECORD TO TRUE
                   MOVE WS-BO-BEFORE-FIELD2 (WS-BO-IX)
                                        TO PCTB004-001-FIELD2
                   MOVE WS-BO-BEFORE-FIELD3 (WS-BO-IX)
                                        TO PCTB004-001-FIELD3
              END-EVALUATE
              MOVE WS-BO-KEY            TO PCTB004-001-FIELD1-KEY
      * Never cascade - an added row only goes while no line hangs
      * under it, and CHECK-CURRENT-STATE has made sure of that
              MOVE SPACE                TO PCTB004-001-DELETE-OPT
              MOVE SPACES               TO PCTB004-001-OPERATOR-ID
              MOVE SPACES               TO PCTB004-001-CHECKER-ID
              CALL PCTB004-001-CALL-ID USING PCTB004-001-PARAM-BLOCK
                                             PGCTB-PARAM-BLOCK
              END-CALL
              EVALUATE TRUE
              WHEN PGCTB-OK
                 IF PCTB004-001-ERROR
                    SET BO-ROW-CONFLICT TO TRUE
                 END-IF
              WHEN OTHER
                 PERFORM PGCTB-STATUS
              END-EVALUATE
           END-IF
      *
           IF BO-ROW-CONFLICT
              SET BO-KEY-CONFLICT (WS-BO-IX) TO TRUE
              MOVE 'refused by PCTB004S'
                                        TO WS-BO-CONFLICT-REASON
              PERFORM REPORT-CONFLICT-KEY
              PERFORM COUNT-SKIPPED-ROW
              GO TO REVERSE-ONE-CHANGE-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN BO-REQ-ADD-RECORD (WS-BO-IX)
                ADD 1                   TO WS-BO-CT-ADD-DONE
                ADD 1                   TO WS-CT-DELETED
             WHEN BO-REQ-UPDATE-RECORD (WS-BO-IX)
                ADD 1                   TO WS-BO-CT-UPDATE-DONE
                ADD 1                   TO WS-CT-UPDATED
             WHEN BO-REQ-DELETE-RECORD (WS-BO-IX)
                ADD 1                   TO WS-BO-CT-DELETE-DONE
                ADD 1                   TO WS-CT-INSERTED
             WHEN OTHER
                ADD 1                   TO WS-BO-CT-DETAIL-DONE
           END-EVALUATE
           .
        REVERSE-ONE-CHANGE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One line per conflict for operations to follow up by hand.        *
      **************************************************************************
        REPORT-CONFLICT-KEY SECTION.
      *
           IF BO-REQ-DELETE-DETAIL (WS-BO-IX)
              DISPLAY 'CONFLICT FIELD1=' WS-BO-KEY
                      ' line ' WS-BO-BEFORE-FIELD2 (WS-BO-IX) (1:4)
                      ' ' WS-BO-REQUEST (WS-BO-IX)
                      ' skipped - ' WS-BO-CONFLICT-REASON
           ELSE
              DISPLAY 'CONFLICT FIELD1=' WS-BO-KEY
                      ' ' WS-BO-REQUEST (WS-BO-IX)
                      ' skipped - ' WS-BO-CONFLICT-REASON
           END-IF
           ADD 1                        TO WS-BO-CT-CONFLICT-KEYS
           .
        REPORT-CONFLICT-KEY-EXIT.
           EXIT.
      /
        COUNT-SKIPPED-ROW SECTION.
      *
           EVALUATE TRUE
             WHEN BO-REQ-ADD-RECORD (WS-BO-IX)
                ADD 1                   TO WS-BO-CT-ADD-SKIP
             WHEN BO-REQ-UPDATE-RECORD (WS-BO-IX)
                ADD 1                   TO WS-BO-CT-UPDATE-SKIP
             WHEN BO-REQ-DELETE-RECORD (WS-BO-IX)
                ADD 1                   TO WS-BO-CT-DELETE-SKIP
             WHEN OTHER
                ADD 1                   TO WS-BO-CT-DETAIL-SKIP
           END-EVALUATE
           .
        COUNT-SKIPPED-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The balance - per kind of change the run's own control total, the *
      *  audit rows found for it, and how many were reversed or skipped.   *
      **************************************************************************
        BACKOUT-REPORT SECTION.
      *
           DISPLAY '-----------------------------------------------'
           DISPLAY '  PCTB013B BACKOUT OF ' WS-TARGET-PROGRAM ' RUN '
                   WS-TARGET-DATE ' ' WS-TARGET-TIME
           DISPLAY '               run total  audit rows'
                   '    reversed     skipped'
           DISPLAY '  Inserts . :  ' WS-RUN-CT-INSERTED
                   '    ' WS-AUD-CT-ADD
                   '    ' WS-BO-CT-ADD-DONE
                   '    ' WS-BO-CT-ADD-SKIP
           DISPLAY '  Updates . :  ' WS-RUN-CT-UPDATED
                   '    ' WS-AUD-CT-UPDATE
                   '    ' WS-BO-CT-UPDATE-DONE
                   '    ' WS-BO-CT-UPDATE-SKIP
           DISPLAY '  Deletes . :  ' WS-RUN-CT-DELETED
                   '    ' WS-AUD-CT-DELETE
                   '    ' WS-BO-CT-DELETE-DONE
                   '    ' WS-BO-CT-DELETE-SKIP
           DISPLAY '  Det.lines :  ' '        '
                   '    ' WS-AUD-CT-DETAIL
                   '    ' WS-BO-CT-DETAIL-DONE
                   '    ' WS-BO-CT-DETAIL-SKIP
           IF WS-BO-CT-OTHER > 0
              DISPLAY '  Other audit rows of the run : ' WS-BO-CT-OTHER
           END-IF
           DISPLAY '  Conflicts reported  . . . . : '
                   WS-BO-CT-CONFLICT-KEYS
           DISPLAY '  Queue: parked, dropped  . . : '
                   WS-PQ-CT-PARKED-DROPPED
           DISPLAY '  Queue: parked, applied since: '
                   WS-PQ-CT-PARKED-APPLIED
           DISPLAY '  Queue: released, put back . : '
                   WS-PQ-CT-RELEASE-RESET
           DISPLAY '  Queue: released, left . . . : '
                   WS-PQ-CT-RELEASE-LEFT
           IF BO-IN-BALANCE
              DISPLAY '  Backout IN BALANCE'
           ELSE
              DISPLAY '  Backout OUT OF BALANCE'
           END-IF
           DISPLAY '-----------------------------------------------'
           .
        BACKOUT-REPORT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The first RELOAD-TABLE audit row stamped after the target run -   *
      *  RELOAD-ROW-FOUND with the program and stamp of the reload.        *
      **************************************************************************
        FETCH-LATER-RELOAD SECTION.
      *
           SET RELOAD-ROW-NOT-FOUND     TO TRUE
           MOVE SPACES                  TO WS-RELOAD-ROW
DBPRE      MOVE 18            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'CONCAT(AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME) ' DELIMITED SIZE
DBPRE   '> ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME ' DELIMITED SIZE
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
DBPRE                                      WS-RELOAD-PROGRAM
DBPRE                                      WS-RELOAD-DATE
DBPRE                                      WS-RELOAD-TIME
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET RELOAD-ROW-FOUND      TO TRUE
      *
      * Drain the result set - the first reload after the run is
      * the one named - so the statements following stay in sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-RELOAD-DRAIN-PROGRAM
DBPRE                                         WS-RELOAD-DRAIN-DATE
DBPRE                                         WS-RELOAD-DRAIN-TIME
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                 TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                 TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           INSPECT WS-RELOAD-ROW REPLACING ALL LOW-VALUE BY SPACE
           .
        FETCH-LATER-RELOAD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The run's share of the pctb004b_pending queue.  Actions it parked *
      *  and nobody has released yet are dropped - the bad file must not   *
      *  come back on their due date; any a later run has released already *
      *  are counted for operations, their changes are not this run's.     *
      *  Actions it released had their changes reversed above and are put *
      *  back in the queue for the next run, unless their key was skipped  *
      *  as a conflict or an earlier run that day may have released them - *
      *  those are listed and left as they are.                            *
      **************************************************************************
        BACK-OUT-PENDING-QUEUE SECTION.
      *
DBPRE      MOVE 19            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ADDED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'ADDED_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'RELEASED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                MOVE SQLCA-COUNT        TO WS-PQ-CT-PARKED-DROPPED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 20            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ADDED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'ADDED_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'RELEASED_DATE ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           MOVE WS-DB-ROW-COUNT         TO WS-PQ-CT-PARKED-APPLIED
           IF WS-PQ-CT-PARKED-APPLIED > 0
              DISPLAY 'QUEUE ' WS-PQ-CT-PARKED-APPLIED
                      ' action(s) parked by the run were applied by a'
                      ' later run - not reversed'
           END-IF
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 21            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-PROGRAM DELIMITED SIZE
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
DBPRE   'START_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'START_TIME ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           IF WS-DB-ROW-COUNT > 0
              SET PQ-RELEASES-UNCERTAIN TO TRUE
           ELSE
              SET PQ-RELEASES-OURS      TO TRUE
           END-IF
      *
           PERFORM LOAD-RELEASED-ROWS
           PERFORM VARYING WS-PQ-IX FROM 1 BY 1
                   UNTIL WS-PQ-IX > WS-PQ-COUNT
              PERFORM PUT-BACK-RELEASED-ROW
           END-PERFORM
           .
        BACK-OUT-PENDING-QUEUE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Every pctb004b_pending row released on the target's start date    *
      *  into WS-PQ-TABLE.  Uses result slot 2 like the other lookups.     *
      **************************************************************************
        LOAD-RELEASED-ROWS SECTION.
      *
           MOVE 0                       TO WS-PQ-COUNT
           MOVE SPACES                  TO WS-PQ-ROW
DBPRE      MOVE 22            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'PEND_ACTION, ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'ADDED_DATE, ' DELIMITED SIZE
DBPRE   'ADDED_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'RELEASED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'EFF_DATE, ' DELIMITED SIZE
DBPRE   'ADDED_DATE, ' DELIMITED SIZE
DBPRE   'ADDED_TIME ' DELIMITED SIZE
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
DBPRE                                      WS-PQ-ROW-ACTION
DBPRE                                      WS-PQ-ROW-FIELD1
DBPRE                                      WS-PQ-ROW-ADDED-DATE
DBPRE                                      WS-PQ-ROW-ADDED-TIME
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
              PERFORM STORE-RELEASED-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-PQ-ROW-ACTION
DBPRE                                         WS-PQ-ROW-FIELD1
DBPRE                                         WS-PQ-ROW-ADDED-DATE
DBPRE                                         WS-PQ-ROW-ADDED-TIME
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM STORE-RELEASED-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        LOAD-RELEASED-ROWS-EXIT.
           EXIT.
      /
        STORE-RELEASED-ROW SECTION.
      *
           IF WS-PQ-COUNT NOT LESS THAN WS-PQ-MAX
              SET PGCTB-ERROR           TO TRUE
              MOVE 'Run released more actions than backout capacity'
                                        TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           INSPECT WS-PQ-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                        TO WS-PQ-COUNT
           MOVE WS-PQ-ROW-ACTION        TO WS-PQ-ACTION (WS-PQ-COUNT)
           MOVE WS-PQ-ROW-FIELD1        TO WS-PQ-FIELD1 (WS-PQ-COUNT)
           MOVE WS-PQ-ROW-ADDED-DATE    TO
                                  WS-PQ-ADDED-DATE (WS-PQ-COUNT)
           MOVE WS-PQ-ROW-ADDED-TIME    TO
                                  WS-PQ-ADDED-TIME (WS-PQ-COUNT)
           MOVE SPACES                  TO WS-PQ-ROW
           .
        STORE-RELEASED-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Put the released action at WS-PQ-IX back in the queue - RELEASED_ *
      *  DATE blank again, so the next run applies it afresh - unless its  *
      *  key was skipped as a conflict above, or the release may not be    *
      *  the target's.  Those are listed for operations and left released. *
      **************************************************************************
        PUT-BACK-RELEASED-ROW SECTION.
      *
           MOVE WS-PQ-ACTION (WS-PQ-IX) TO WS-PQ-ROW-ACTION
           MOVE WS-PQ-FIELD1 (WS-PQ-IX) TO WS-PQ-ROW-FIELD1
           MOVE WS-PQ-ADDED-DATE (WS-PQ-IX) TO WS-PQ-ROW-ADDED-DATE
           MOVE WS-PQ-ADDED-TIME (WS-PQ-IX) TO WS-PQ-ROW-ADDED-TIME
      *
           IF PQ-RELEASES-UNCERTAIN
              DISPLAY 'QUEUE ' WS-PQ-ROW-ACTION ' FIELD1='
                      WS-PQ-ROW-FIELD1 ' parked ' WS-PQ-ROW-ADDED-DATE
                      ' ' WS-PQ-ROW-ADDED-TIME ' left released - an'
                      ' earlier run that day may have released it'
              ADD 1                     TO WS-PQ-CT-RELEASE-LEFT
              GO TO PUT-BACK-RELEASED-ROW-EXIT
           END-IF
      *
           SET PQ-KEY-REVERSED          TO TRUE
           PERFORM VARYING WS-BO-SCAN-IX FROM 1 BY 1
                   UNTIL WS-BO-SCAN-IX > WS-BO-COUNT
                      OR PQ-KEY-CONFLICT
              IF WS-BO-FIELD1 (WS-BO-SCAN-IX) (1:8) = WS-PQ-ROW-FIELD1
                 AND BO-KEY-CONFLICT (WS-BO-SCAN-IX)
                 SET PQ-KEY-CONFLICT    TO TRUE
              END-IF
           END-PERFORM
           IF PQ-KEY-CONFLICT
              DISPLAY 'QUEUE ' WS-PQ-ROW-ACTION ' FIELD1='
                      WS-PQ-ROW-FIELD1 ' parked ' WS-PQ-ROW-ADDED-DATE
                      ' ' WS-PQ-ROW-ADDED-TIME ' left released - key'
                      ' skipped as a conflict'
              ADD 1                     TO WS-PQ-CT-RELEASE-LEFT
              GO TO PUT-BACK-RELEASED-ROW-EXIT
           END-IF
      *
DBPRE      MOVE 23            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'pctb004b_pending ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'RELEASED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'RELEASED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'PEND_ACTION ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PQ-ROW-ACTION DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PQ-ROW-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'ADDED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PQ-ROW-ADDED-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'ADDED_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PQ-ROW-ADDED-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                ADD SQLCA-COUNT         TO WS-PQ-CT-RELEASE-RESET
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        PUT-BACK-RELEASED-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The target run's pgctb_run_log row - end stamp, RETURN-CODE and   *
      *  the control totals the audit rows have to balance to.             *
      **************************************************************************
        FETCH-TARGET-RUN SECTION.
      *
           SET RUN-ROW-NOT-FOUND        TO TRUE
           MOVE SPACES                  TO WS-RUN-END-DATE
           MOVE SPACES                  TO WS-RUN-END-TIME
           MOVE SPACES                  TO WS-RUN-RETURN-CODE
           MOVE SPACES                  TO WS-RUN-CT-INSERTED-X
           MOVE SPACES                  TO WS-RUN-CT-UPDATED-X
           MOVE SPACES                  TO WS-RUN-CT-DELETED-X
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'END_DATE, ' DELIMITED SIZE
DBPRE   'END_TIME, ' DELIMITED SIZE
DBPRE   'RETURN_CODE, ' DELIMITED SIZE
DBPRE   'CT_INSERTED, ' DELIMITED SIZE
DBPRE   'CT_UPDATED, ' DELIMITED SIZE
DBPRE   'CT_DELETED ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-PROGRAM DELIMITED SIZE
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
DBPRE   'START_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'START_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
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
DBPRE                                      WS-RUN-END-DATE
DBPRE                                      WS-RUN-END-TIME
DBPRE                                      WS-RUN-RETURN-CODE
DBPRE                                      WS-RUN-CT-INSERTED-X
DBPRE                                      WS-RUN-CT-UPDATED-X
DBPRE                                      WS-RUN-CT-DELETED-X
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET RUN-ROW-FOUND         TO TRUE
      *
      * Drain the result set - the start stamp names one run - so the
      * statements following this lookup stay in sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-RUN-DRAIN-END-DATE
DBPRE                                      WS-RUN-DRAIN-END-TIME
DBPRE                                      WS-RUN-DRAIN-RETURN-CODE
DBPRE                                      WS-RUN-DRAIN-CT-INSERTED
DBPRE                                      WS-RUN-DRAIN-CT-UPDATED
DBPRE                                      WS-RUN-DRAIN-CT-DELETED
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                 TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                 TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           INSPECT WS-RUN-END-DATE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-RUN-END-TIME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-RUN-RETURN-CODE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-RUN-CT-INSERTED-X
                   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-RUN-CT-UPDATED-X
                   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-RUN-CT-DELETED-X
                   REPLACING ALL LOW-VALUE BY SPACE
           IF WS-RUN-CT-INSERTED-X = SPACES
              MOVE '0'                  TO WS-RUN-CT-INSERTED-X
           END-IF
           IF WS-RUN-CT-UPDATED-X = SPACES
              MOVE '0'                  TO WS-RUN-CT-UPDATED-X
           END-IF
           IF WS-RUN-CT-DELETED-X = SPACES
              MOVE '0'                  TO WS-RUN-CT-DELETED-X
           END-IF
           MOVE FUNCTION NUMVAL (WS-RUN-CT-INSERTED-X)
                                        TO WS-RUN-CT-INSERTED
           MOVE FUNCTION NUMVAL (WS-RUN-CT-UPDATED-X)
                                        TO WS-RUN-CT-UPDATED
           MOVE FUNCTION NUMVAL (WS-RUN-CT-DELETED-X)
                                        TO WS-RUN-CT-DELETED
           .
        FETCH-TARGET-RUN-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Walk back from the target through the PCTB004B runs of the same   *
      *  environment that never ended.  The first of them with audit rows  *
      *  under its own stamp is the abended attempt the target restarted - *
      *  PRIOR-RUN-ABENDED, with WS-PRIOR-DATE/TIME naming it.  An ended   *
      *  run, or none at all, before the target leaves PRIOR-RUN-CLEAR.    *
      **************************************************************************
        CHECK-ABENDED-PRIOR-RUN SECTION.
      *
           MOVE WS-TARGET-DATE          TO WS-PRIOR-DATE
           MOVE WS-TARGET-TIME          TO WS-PRIOR-TIME
           SET PRIOR-RUN-WALKING        TO TRUE
           PERFORM UNTIL NOT PRIOR-RUN-WALKING
              PERFORM FETCH-PRIOR-RUN
              EVALUATE TRUE
                WHEN PRIOR-ROW-NOT-FOUND
                   SET PRIOR-RUN-CLEAR  TO TRUE
                WHEN WS-PRIOR-END-TIME NOT = SPACES
                   SET PRIOR-RUN-CLEAR  TO TRUE
                WHEN OTHER
                   MOVE WS-PRIOR-START-DATE TO WS-PRIOR-DATE
                   MOVE WS-PRIOR-START-TIME TO WS-PRIOR-TIME
                   PERFORM COUNT-PRIOR-AUDIT-ROWS
                   IF WS-DB-ROW-COUNT > 0
                      SET PRIOR-RUN-ABENDED TO TRUE
                   END-IF
              END-EVALUATE
           END-PERFORM
           .
        CHECK-ABENDED-PRIOR-RUN-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The newest PCTB004B run of the environment started before         *
      *  WS-PRIOR-DATE/TIME - its start stamp and end time, the end time   *
      *  spaces for a run that never ended.                                *
      **************************************************************************
        FETCH-PRIOR-RUN SECTION.
      *
           SET PRIOR-ROW-NOT-FOUND      TO TRUE
           MOVE SPACES                  TO WS-PRIOR-ROW
DBPRE      MOVE 16            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME, ' DELIMITED SIZE
DBPRE   'END_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-PROGRAM DELIMITED SIZE
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
DBPRE   'CONCAT(START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME) ' DELIMITED SIZE
DBPRE   '< ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PRIOR-DATE DELIMITED SIZE
DBPRE      WS-PRIOR-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'START_DATE ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   'START_TIME ' DELIMITED SIZE
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
DBPRE                                      WS-PRIOR-START-DATE
DBPRE                                      WS-PRIOR-START-TIME
DBPRE                                      WS-PRIOR-END-TIME
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET PRIOR-ROW-FOUND       TO TRUE
      *
      * Drain the result set - only the newest earlier run is wanted -
      * so the statements following this lookup stay in sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-PRIOR-DRAIN-START-DATE
DBPRE                                         WS-PRIOR-DRAIN-START-TIME
DBPRE                                         WS-PRIOR-DRAIN-END-TIME
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                 TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                 TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           INSPECT WS-PRIOR-ROW REPLACING ALL LOW-VALUE BY SPACE
           .
        FETCH-PRIOR-RUN-EXIT.
           EXIT.
      /
      **************************************************************************
      *  How many audit rows carry the stamp of the run at                 *
      *  WS-PRIOR-DATE/TIME.  One-row COUNT on result slot 2.              *
      **************************************************************************
        COUNT-PRIOR-AUDIT-ROWS SECTION.
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 17            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-PROGRAM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'AUDIT_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PRIOR-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'AUDIT_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PRIOR-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           .
        COUNT-PRIOR-AUDIT-ROWS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Read every audit row the target run wrote into WS-BO-TABLE,       *
      *  newest change first, counting them per kind of change on the way. *
      *  The run's rows carry its program name and its start stamp.        *
      **************************************************************************
        LOAD-RUN-AUDIT-ROWS SECTION.
      *
           MOVE 0                       TO WS-BO-COUNT
           MOVE SPACES                  TO WS-AUD-ROW
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD2, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD3, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD2, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD3 ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-PROGRAM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'AUDIT_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'AUDIT_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'AUDIT_RUN_SEQ ' DELIMITED SIZE
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
DBPRE                                      WS-AUD-REQUEST
DBPRE                                      WS-AUD-BEFORE-FIELD1
DBPRE                                      WS-AUD-BEFORE-FIELD2
DBPRE                                      WS-AUD-BEFORE-FIELD3
DBPRE                                      WS-AUD-AFTER-FIELD1
DBPRE                                      WS-AUD-AFTER-FIELD2
DBPRE                                      WS-AUD-AFTER-FIELD3
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
              PERFORM STORE-AUDIT-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-AUD-REQUEST
DBPRE                                         WS-AUD-BEFORE-FIELD1
DBPRE                                         WS-AUD-BEFORE-FIELD2
DBPRE                                         WS-AUD-BEFORE-FIELD3
DBPRE                                         WS-AUD-AFTER-FIELD1
DBPRE                                         WS-AUD-AFTER-FIELD2
DBPRE                                         WS-AUD-AFTER-FIELD3
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM STORE-AUDIT-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        LOAD-RUN-AUDIT-ROWS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Keep the audit row just fetched.  The key is the before image's   *
      *  FIELD1, or the after image's for an add.  A run too big for the   *
      *  table stops the backout before anything has been changed.         *
      **************************************************************************
        STORE-AUDIT-ROW SECTION.
      *
           IF WS-BO-COUNT NOT LESS THAN WS-BO-MAX
              SET PGCTB-ERROR           TO TRUE
              MOVE 'Run has more changes than backout capacity'
                                        TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           INSPECT WS-AUD-ROW REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                        TO WS-BO-COUNT
           MOVE WS-AUD-REQUEST          TO WS-BO-REQUEST (WS-BO-COUNT)
           IF WS-AUD-BEFORE-FIELD1 = SPACES
              MOVE WS-AUD-AFTER-FIELD1  TO WS-BO-FIELD1 (WS-BO-COUNT)
           ELSE
              MOVE WS-AUD-BEFORE-FIELD1 TO WS-BO-FIELD1 (WS-BO-COUNT)
           END-IF
           MOVE WS-AUD-BEFORE-FIELD2    TO
                                  WS-BO-BEFORE-FIELD2 (WS-BO-COUNT)
           MOVE WS-AUD-BEFORE-FIELD3    TO
                                  WS-BO-BEFORE-FIELD3 (WS-BO-COUNT)
           MOVE WS-AUD-AFTER-FIELD2     TO
                                  WS-BO-AFTER-FIELD2 (WS-BO-COUNT)
           MOVE WS-AUD-AFTER-FIELD3     TO
                                  WS-BO-AFTER-FIELD3 (WS-BO-COUNT)
           MOVE SPACE                   TO
                                  WS-BO-KEY-STATE (WS-BO-COUNT)
      *
           EVALUATE TRUE
             WHEN BO-REQ-ADD-RECORD (WS-BO-COUNT)
                ADD 1                   TO WS-AUD-CT-ADD
             WHEN BO-REQ-UPDATE-RECORD (WS-BO-COUNT)
                ADD 1                   TO WS-AUD-CT-UPDATE
             WHEN BO-REQ-DELETE-RECORD (WS-BO-COUNT)
                ADD 1                   TO WS-AUD-CT-DELETE
             WHEN BO-REQ-DELETE-DETAIL (WS-BO-COUNT)
                ADD 1                   TO WS-AUD-CT-DETAIL
             WHEN OTHER
                ADD 1                   TO WS-BO-CT-OTHER
           END-EVALUATE
           MOVE SPACES                  TO WS-AUD-ROW
           .
        STORE-AUDIT-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  How many audit rows for the key are stamped after the run - any   *
      *  at all means somebody has been at the key since, the ops desk,    *
      *  a later PCTB004B or PCTB011B run, or an earlier backout of this   *
      *  same run.  One-row COUNT on result slot 2.                        *
      **************************************************************************
        COUNT-LATER-CHANGES SECTION.
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   '(BEFORE_FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-BO-KEY DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'OR ' DELIMITED SIZE
DBPRE   'AFTER_FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-BO-KEY DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'CONCAT(AUDIT_DATE, AUDIT_TIME) ' DELIMITED SIZE
DBPRE   '> ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-TARGET-DATE DELIMITED SIZE
DBPRE      WS-TARGET-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           .
        COUNT-LATER-CHANGES-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The key's example_table row as it stands now - CUR-ROW-FOUND and  *
      *  its FIELD2/FIELD3 for the after-image compare.                    *
      **************************************************************************
        FETCH-CURRENT-ROW SECTION.
      *
           SET CUR-ROW-NOT-FOUND        TO TRUE
           MOVE SPACES                  TO WS-CUR-FIELD2
           MOVE SPACES                  TO WS-CUR-FIELD3
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'FIELD2, ' DELIMITED SIZE
DBPRE   'FIELD3 ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-BO-KEY DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
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
DBPRE                                      WS-CUR-FIELD2
DBPRE                                      WS-CUR-FIELD3
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET CUR-ROW-FOUND         TO TRUE
      *
      * Drain the result set - the key selects at most one row - so
      * the change statement following this lookup stays in sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-CUR-FIELD2
DBPRE                                      WS-CUR-FIELD3
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                 TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                 TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           INSPECT WS-CUR-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-CUR-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           .
        FETCH-CURRENT-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  How many example_table_detail lines hang under the key now.       *
      **************************************************************************
        COUNT-KEY-LINES SECTION.
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-BO-KEY DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           .
        COUNT-KEY-LINES-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Is the detail line WS-BO-KEY/WS-BO-LINE-NO there now?             *
      **************************************************************************
        COUNT-DETAIL-LINE SECTION.
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 15            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-BO-KEY DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'LINE_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-BO-LINE-NO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           .
        COUNT-DETAIL-LINE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Fetch the one-row COUNT answer of the statement just sent into     *
      *  WS-DB-ROW-COUNT, draining the result so the next MySQL_query on    *
      *  this connection does not run out of sync.                          *
      **************************************************************************
        FETCH-ROW-COUNT SECTION.
      *
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
DBPRE                                      WS-DB-COUNT-X
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                            WS-DB-COUNT-X
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                 TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                 TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           INSPECT WS-DB-COUNT-X REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DB-COUNT-X = SPACES
              MOVE '0'                  TO WS-DB-COUNT-X
           END-IF
           MOVE FUNCTION NUMVAL (WS-DB-COUNT-X)
                                        TO WS-DB-ROW-COUNT
           .
        FETCH-ROW-COUNT-EXIT.
           EXIT.
      **************************************************************************
      *  Take example_table exclusively for the life of the backout through *
      *  PGCTBLCK - the same lock the nightly load takes.  BUSY means the  *
      *  ops desk, PCTB004B or another job is inside - the run stands back *
      *  with an error stop instead of moving keys under them.  A stale    *
      *  lock of this program's own earlier abend is taken over by the     *
      *  subroutine, so a rerun never wedges on itself.                    *
      **************************************************************************
        ACQUIRE-TABLE-LOCK SECTION.
      *
           SET PGCTBLCK-001-INIT            TO TRUE
           SET PGCTBLCK-001-ACQUIRE-EXCL    TO TRUE
           MOVE 'example_table'             TO PGCTBLCK-001-RESOURCE
           CALL PGCTBLCK-001-CALL-ID  USING PGCTBLCK-001-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              IF PGCTBLCK-001-BUSY
                 SET PGCTB-ERROR            TO TRUE
                 MOVE SPACES                TO PGCTB-ERROR-MESSAGE
                 STRING 'example_table is locked by '
                                           DELIMITED BY SIZE
                        PGCTBLCK-001-HOLDER DELIMITED BY SIZE
                        ' - backout not started'
                                           DELIMITED BY SIZE
                                           INTO PGCTB-ERROR-MESSAGE
                 PERFORM PGCTB-STATUS
              END-IF
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        ACQUIRE-TABLE-LOCK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Give example_table back once the backout is through.               *
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
      *  job is about to end with, and the control totals of what the       *
      *  backout itself changed.  An abended run                            *
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
