      * dbpre V 0.4: PCTB016B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB016B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Refresh a TEST or DEV database from production - example_table,  *
      *   example_table_detail and a window of example_table_hist, with     *
      *   FIELD3 and DETAIL_VALUE scrambled so no production text leaves   *
      *   PROD.  Keys, line numbers, FIELD2 and the row counts are copied  *
      *   as they are, so tests run against real-looking volumes.  The      *
      *   scramble is one-way: every letter and digit is replaced by one    *
      *   of its kind taken from a SHA-256 of the whole value and a seed    *
      *   the PROD session draws at random for this run alone.  The seed    *
      *   stays in that session - it is never fetched, written or shown -   *
      *   so nobody can work the test text back to production, not even     *
      *   with this program in hand.  Lengths, blanks and punctuation       *
      *   survive, and within one refresh the same text masks the same      *
      *   way, so a live row and its history copies still agree.            *
      *                                                                     *
      *   The database interface holds one connection at a time, so the    *
      *   run has two halves:                                               *
      *     - connected to PROD (read_params PROD) under a shared lock on   *
      *       example_table, the three tables are unloaded - masked on the  *
      *       way out - to the work file RFRWORK and PROD is closed again;  *
      *       nothing but the lock row is written there;                    *
      *     - connected to the target (read_params TEST/DEV) under the      *
      *       exclusive lock, the three tables are emptied and reloaded     *
      *       from RFRWORK, a RELOAD-TABLE row goes to example_table_audit  *
      *       (the older after-images no longer describe the table), and    *
      *       pctb004b_checkpoint, pctb004b_filelog, pctb004b_pending and   *
      *       pctb017b_sender_file are emptied so the next test load and    *
      *       consolidation start clean.                                    *
      *   The target half is one unit of work: the per-table source and     *
      *   target counts are reported and must agree, or it is all rolled   *
      *   back.                                                             *
      *                                                                        *
      *   PARM: TARGET [FROM-YYMMDD TO-YYMMDD] - TARGET is TEST or DEV,     *
      *   PROD (or no target at all) is refused before anything connects.  *
      *   The dates pick example_table_hist rows by HIST_RUN_DATE; left     *
      *   out, the last WS-HIST-DEFAULT-DAYS days are taken.                *
      *                                                                        *
      **************************************************************************

      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
      *
      * The masked unload carried from the PROD half to the target half
            SELECT REFRESH-FILE     ASSIGN TO 'RFRWORK'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RFR-FILE-STATUS.

      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.

      **************************************************************************
      *  F I L E   S E C T I O N                                               *
      **************************************************************************
        FILE SECTION.
      *
        FD  REFRESH-FILE
            LABEL RECORDS ARE STANDARD.
        01  REFRESH-RECORD                   PIC  X(128).

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
            VALUE '20261015 1.2 ONE-WAY SEEDED MASK'.
      *
      * The environment read_params is asked for - PROD for the unload
      * half, then the target.  WS-ENVIRONMENT is the target throughout
      * the run log; WS-SOURCE-ENVIRONMENT is fixed.
        01  WS-ENVIRONMENT                   PIC  X(04) VALUE SPACE.
        01  WS-SOURCE-ENVIRONMENT            PIC  X(04) VALUE 'PROD'.
        01  WS-CONNECT-ENVIRONMENT           PIC  X(04) VALUE SPACE.
        01  WS-COMMAND-LINE                  PIC  X(80) VALUE SPACE.
      *
      * Where PROD answered - the target must not turn out to be the
      * same database under another name
        01  WS-SOURCE-HOST                   PIC  X(32).
        01  WS-SOURCE-DBNAME                 PIC  X(32).
        01  WS-SOURCE-PORT                   PIC  9(05).
      *
      * The example_table_hist window, by HIST_RUN_DATE (YYMMDD)
        01  WS-HIST-FROM-DATE                PIC  X(06) VALUE SPACE.
        01  WS-HIST-TO-DATE                  PIC  X(06) VALUE SPACE.
        01  WS-HIST-DEFAULT-DAYS             PIC  9(03) VALUE 31.
        01  WS-DATE-WORK                     PIC  9(08).
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
      * The work file - one record per row unloaded, the first byte
      * says which table it belongs to
        01  WS-RFR-FILE-STATUS               PIC  X(02) VALUE '00'.
          88 RFR-FILE-OK                     VALUE '00'.
          88 RFR-FILE-EOF                    VALUE '10'.
        01  WS-RFR-ROW.
          05 WS-RFR-TYPE                     PIC  X(01).
            88 RFR-TABLE-ROW                 VALUE 'E'.
            88 RFR-DETAIL-ROW                VALUE 'D'.
            88 RFR-HIST-ROW                  VALUE 'H'.
          05 WS-RFR-FIELD1                   PIC  X(20).
          05 WS-RFR-FIELD2                   PIC  X(16).
          05 WS-RFR-FIELD3                   PIC  X(32).
          05 WS-RFR-LINE-NO                  PIC  X(04).
          05 WS-RFR-DETAIL-VALUE             PIC  X(32).
          05 WS-RFR-HIST-RUN-DATE            PIC  X(06).
          05 WS-RFR-HIST-SEQUENCE            PIC  X(08).
          05 FILLER                          PIC  X(09).
      *
      * The scramble for FIELD3 and DETAIL_VALUE - the SHA-256 digest
      * of the run's seed and the value arrives with each row, and each
      * letter or digit of the value is replaced by one of its kind
      * picked by the digest byte for its position.  Blanks and
      * punctuation stay where they are.
        01  WS-MASK-UPPER                    PIC  X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01  WS-MASK-LOWER                    PIC  X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
        01  WS-MASK-DIGITS                   PIC  X(10) VALUE
            '0123456789'.
        01  WS-MASK-HEX                      PIC  X(16) VALUE
            '0123456789abcdef'.
        01  WS-MASK-DIGEST                   PIC  X(64).
        01  WS-MASK-TEXT                     PIC  X(32).
        01  WS-MASK-CHAR                     PIC  X(01).
        01  WS-MASK-IX                       PIC  9(02).
        01  WS-MASK-POS                      PIC  9(02).
        01  WS-MASK-HIGH                     PIC  9(02).
        01  WS-MASK-LOW                      PIC  9(02).
        01  WS-MASK-BYTE                     PIC  9(03).
        01  WS-MASK-QUOTIENT                 PIC  9(03).
        01  WS-MASK-REMAINDER                PIC  9(02).
      *
      * Rows per table - unloaded from PROD, read back from RFRWORK,
      * and counted in the target after the reload
        01  WS-COUNT-TABLE.
          05 WS-COUNT-ENTRY                  OCCURS 3 TIMES.
            10 WS-COUNT-TABLE-NAME           PIC  X(20).
            10 WS-CT-SOURCE                  PIC  9(08).
            10 WS-CT-RELOADED                PIC  9(08).
            10 WS-CT-TARGET                  PIC  9(08).
        01  WS-COUNT-IX                      PIC  9(02).
        01  WS-TABLE-IX                      PIC  9(02).
        01  WS-COUNT-FLAG                    PIC  X VALUE 'Y'.
          88 COUNTS-BALANCE                  VALUE 'Y'.
          88 COUNTS-OUT-OF-BALANCE           VALUE 'N'.
        01  WS-DB-COUNT-X                    PIC  X(12).
        01  WS-DB-ROW-COUNT                  PIC  9(08).
      *
      * Rows removed from the target's restart/control tables
        01  WS-CT-CHECKPOINTS-RESET          PIC  9(08) VALUE 0.
        01  WS-CT-FILELOG-RESET              PIC  9(08) VALUE 0.
        01  WS-CT-PENDING-RESET              PIC  9(08) VALUE 0.
        01  WS-CT-SENDER-FILE-RESET          PIC  9(08) VALUE 0.
      *
      * This run's control totals for pgctb_run_log - rows reloaded
      * into the target and rows the refresh removed there
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = refreshed and balanced (a refused target or an unbalanced
      * reload stop run with 2 through PGCTB-STATUS)
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
      * The param block of the common lock subroutine - shared on PROD
      * while it is unloaded, exclusive on the target while reloaded
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
           MOVE 'PCTB016B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries the target environment and, optionally, the
      * example_table_hist window.  There is no default target - a
      * refresh aimed at PROD, or at nothing, is refused here before
      * anything connects.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-HIST-FROM-DATE
                         WS-HIST-TO-DATE
           END-UNSTRING
           IF WS-ENVIRONMENT NOT = 'TEST'
              AND WS-ENVIRONMENT NOT = 'DEV '
              DISPLAY 'PCTB016B: target must be TEST or DEV - '
                      'refresh refused'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-TIME                FROM TIME
      *
      * No window given - the last WS-HIST-DEFAULT-DAYS days to today
           IF WS-HIST-FROM-DATE = SPACES
              COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE
                         (20000000 + FUNCTION NUMVAL (PGCTB-DATE))
                       - WS-HIST-DEFAULT-DAYS)
              MOVE WS-DATE-WORK(3:6)        TO WS-HIST-FROM-DATE
              MOVE PGCTB-DATE               TO WS-HIST-TO-DATE
           END-IF
           IF WS-HIST-FROM-DATE NOT NUMERIC
              OR WS-HIST-TO-DATE NOT NUMERIC
              OR WS-HIST-FROM-DATE > WS-HIST-TO-DATE
              DISPLAY 'PCTB016B: history window must be '
                      'FROM-YYMMDD TO-YYMMDD'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
      *
           SET PGCTB-SQLCA-PTR              TO ADDRESS OF SQLCA
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
           DISPLAY '*  SOURCE.......: ' WS-SOURCE-ENVIRONMENT
                   '                        *'
           DISPLAY '*  TARGET.......: ' WS-ENVIRONMENT
                   '                        *'
           DISPLAY '*  HISTORY......: ' WS-HIST-FROM-DATE ' - '
                   WS-HIST-TO-DATE '                *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * The PROD half - connect to the source, share example_table so
      * the nightly load cannot change it under the unload, and carry
      * the masked rows out to RFRWORK
           MOVE WS-SOURCE-ENVIRONMENT       TO WS-CONNECT-ENVIRONMENT
           PERFORM GET-CONNECTION-DATA
           MOVE SQLCA-HOST                  TO WS-SOURCE-HOST
           MOVE SQLCA-DBNAME                TO WS-SOURCE-DBNAME
           MOVE SQLCA-PORT                  TO WS-SOURCE-PORT
           PERFORM CONNECT-TO-DATABASE
           PERFORM ACQUIRE-SOURCE-LOCK
           PERFORM UNLOAD-SOURCE
           PERFORM DB-STATUS
           PERFORM RELEASE-SOURCE-LOCK
      *
      * Nothing of the unload is written to PROD - close it before the
      * target is opened
DBPRE      MOVE 7             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       COMMIT
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL

DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
DBPRE *    END-EXEC.
DBPRE      MOVE 8             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *        CLOSE DB
DBPRE          CALL "MySQL_close"

DBPRE          END-CALL

DBPRE          MOVE RETURN-CODE    TO SQLCODE

DBPRE *    END-EXEC.
           PERFORM DB-STATUS
      *
      * The target half - a target whose connection data turns out to
      * be PROD's is refused like a PROD PARM
           MOVE WS-ENVIRONMENT              TO WS-CONNECT-ENVIRONMENT
           PERFORM GET-CONNECTION-DATA
           IF SQLCA-HOST = WS-SOURCE-HOST
              AND SQLCA-DBNAME = WS-SOURCE-DBNAME
              AND SQLCA-PORT = WS-SOURCE-PORT
              DISPLAY 'PCTB016B: ' WS-ENVIRONMENT
                      ' connects to the PROD database - '
                      'refresh refused'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CONNECT-TO-DATABASE
      *
      * Open this run's row in the target's run log
           PERFORM LOG-RUN-START
      *
      * Take the target's example_table exclusively for the reload -
      * a test load or desk session already inside answers BUSY and
      * this run stands back
           PERFORM ACQUIRE-TABLE-LOCK
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * The reload is through - give the target table back.  An abend
      * before this point leaves the lock row behind, visible in
      * pgctb_lock and breakable by operations
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
      * carries the outcome (0 = refreshed and balanced)
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
      *  Connection data for WS-CONNECT-ENVIRONMENT from read_params, and  *
      *  where it points shown in the log - once for PROD, once for the    *
      *  target.                                                            *
      **************************************************************************
        GET-CONNECTION-DATA SECTION.
      *
           CALL "read_params"         USING PGCTB-PROGRAM-NAME
                                            WS-CONNECT-ENVIRONMENT
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
      * All cursors are closed at the beginning of each connection
           MOVE ALL '0'                     TO SQLCA-CURSOR-CTRL-GRP
      *
           DISPLAY '*  ENVIRONMENT..: ' WS-CONNECT-ENVIRONMENT
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
           .
        GET-CONNECTION-DATA-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The PROD half - every example_table and example_table_detail row  *
      *  and the example_table_hist rows of the window, masked, to         *
      *  RFRWORK.  The file is closed and checked before PROD is let go.   *
      **************************************************************************
        UNLOAD-SOURCE SECTION.
      *
           MOVE 'example_table'             TO WS-COUNT-TABLE-NAME (1)
           MOVE 'example_table_detail'      TO WS-COUNT-TABLE-NAME (2)
           MOVE 'example_table_hist'        TO WS-COUNT-TABLE-NAME (3)
           PERFORM VARYING WS-COUNT-IX FROM 1 BY 1
                   UNTIL WS-COUNT-IX > 3
              MOVE 0                    TO WS-CT-SOURCE (WS-COUNT-IX)
              MOVE 0                    TO WS-CT-RELOADED (WS-COUNT-IX)
              MOVE 0                    TO WS-CT-TARGET (WS-COUNT-IX)
           END-PERFORM
      *
      * The mask seed is drawn in the PROD session and left there - it
      * goes with the connection when PROD is closed
           PERFORM DRAW-MASK-SEED
      *
           OPEN OUTPUT REFRESH-FILE
           IF NOT RFR-FILE-OK
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open RFRWORK, status='
                                              DELIMITED BY SIZE
                     WS-RFR-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           DISPLAY 'Unload example_table from ' WS-SOURCE-ENVIRONMENT
           PERFORM UNLOAD-TABLE-ROWS
           DISPLAY 'Unload example_table_detail from '
                   WS-SOURCE-ENVIRONMENT
           PERFORM UNLOAD-DETAIL-ROWS
           DISPLAY 'Unload example_table_hist from '
                   WS-SOURCE-ENVIRONMENT ', '
                   WS-HIST-FROM-DATE ' - ' WS-HIST-TO-DATE
           PERFORM UNLOAD-HIST-ROWS
      *
           CLOSE REFRESH-FILE
           IF NOT RFR-FILE-OK
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to close RFRWORK, status='
                                              DELIMITED BY SIZE
                     WS-RFR-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        UNLOAD-SOURCE-EXIT.
           EXIT.
      /
        UNLOAD-TABLE-ROWS SECTION.
      *
           MOVE SPACES                  TO WS-RFR-ROW
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'FIELD2, ' DELIMITED SIZE
DBPRE   'FIELD3, ' DELIMITED SIZE
DBPRE   'SHA2(CONCAT(@pctb016b_mask_seed, ' DELIMITED SIZE
DBPRE   'FIELD3), ' DELIMITED SIZE
DBPRE   '256) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
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
DBPRE                                      WS-RFR-FIELD1
DBPRE                                      WS-RFR-FIELD2
DBPRE                                      WS-RFR-FIELD3
DBPRE                                      WS-MASK-DIGEST
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
              PERFORM STORE-TABLE-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-RFR-FIELD1
DBPRE                                         WS-RFR-FIELD2
DBPRE                                         WS-RFR-FIELD3
DBPRE                                         WS-MASK-DIGEST
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM STORE-TABLE-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        UNLOAD-TABLE-ROWS-EXIT.
           EXIT.
      /
        STORE-TABLE-ROW SECTION.
      *
           INSPECT WS-RFR-ROW REPLACING ALL LOW-VALUE BY SPACE
           SET RFR-TABLE-ROW                TO TRUE
           INSPECT WS-MASK-DIGEST REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-RFR-FIELD3               TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT                TO WS-RFR-FIELD3
           ADD 1                            TO WS-CT-SOURCE (1)
           PERFORM WRITE-REFRESH-RECORD
           .
        STORE-TABLE-ROW-EXIT.
           EXIT.
      /
        UNLOAD-DETAIL-ROWS SECTION.
      *
           MOVE SPACES                  TO WS-RFR-ROW
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'LPAD(LINE_NO, ' DELIMITED SIZE
DBPRE   '4, ' DELIMITED SIZE
DBPRE   '''0''), ' DELIMITED SIZE
DBPRE   'DETAIL_VALUE, ' DELIMITED SIZE
DBPRE   'SHA2(CONCAT(@pctb016b_mask_seed, ' DELIMITED SIZE
DBPRE   'DETAIL_VALUE), ' DELIMITED SIZE
DBPRE   '256) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'LINE_NO ' DELIMITED SIZE
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
DBPRE                                      WS-RFR-FIELD1
DBPRE                                      WS-RFR-LINE-NO
DBPRE                                      WS-RFR-DETAIL-VALUE
DBPRE                                      WS-MASK-DIGEST
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
              PERFORM STORE-DETAIL-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-RFR-FIELD1
DBPRE                                         WS-RFR-LINE-NO
DBPRE                                         WS-RFR-DETAIL-VALUE
DBPRE                                         WS-MASK-DIGEST
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM STORE-DETAIL-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        UNLOAD-DETAIL-ROWS-EXIT.
           EXIT.
      /
        STORE-DETAIL-ROW SECTION.
      *
           INSPECT WS-RFR-ROW REPLACING ALL LOW-VALUE BY SPACE
           SET RFR-DETAIL-ROW               TO TRUE
           INSPECT WS-MASK-DIGEST REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-RFR-DETAIL-VALUE         TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT                TO WS-RFR-DETAIL-VALUE
           ADD 1                            TO WS-CT-SOURCE (2)
           PERFORM WRITE-REFRESH-RECORD
           .
        STORE-DETAIL-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The archive copies carry FIELD3 as well - masked the same way, so *
      *  a history inquiry in test shows the same text as the live row.    *
      **************************************************************************
        UNLOAD-HIST-ROWS SECTION.
      *
           MOVE SPACES                  TO WS-RFR-ROW
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'FIELD2, ' DELIMITED SIZE
DBPRE   'FIELD3, ' DELIMITED SIZE
DBPRE   'HIST_RUN_DATE, ' DELIMITED SIZE
DBPRE   'HIST_SEQUENCE, ' DELIMITED SIZE
DBPRE   'SHA2(CONCAT(@pctb016b_mask_seed, ' DELIMITED SIZE
DBPRE   'FIELD3), ' DELIMITED SIZE
DBPRE   '256) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_hist ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'HIST_RUN_DATE ' DELIMITED SIZE
DBPRE   '>= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-HIST-FROM-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'HIST_RUN_DATE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-HIST-TO-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'HIST_RUN_DATE, ' DELIMITED SIZE
DBPRE   'HIST_SEQUENCE, ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
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
DBPRE                                      WS-RFR-FIELD1
DBPRE                                      WS-RFR-FIELD2
DBPRE                                      WS-RFR-FIELD3
DBPRE                                      WS-RFR-HIST-RUN-DATE
DBPRE                                      WS-RFR-HIST-SEQUENCE
DBPRE                                      WS-MASK-DIGEST
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
              PERFORM STORE-HIST-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-RFR-FIELD1
DBPRE                                         WS-RFR-FIELD2
DBPRE                                         WS-RFR-FIELD3
DBPRE                                         WS-RFR-HIST-RUN-DATE
DBPRE                                         WS-RFR-HIST-SEQUENCE
DBPRE                                         WS-MASK-DIGEST
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM STORE-HIST-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        UNLOAD-HIST-ROWS-EXIT.
           EXIT.
      /
        STORE-HIST-ROW SECTION.
      *
           INSPECT WS-RFR-ROW REPLACING ALL LOW-VALUE BY SPACE
           SET RFR-HIST-ROW                 TO TRUE
           INSPECT WS-MASK-DIGEST REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-RFR-FIELD3               TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT                TO WS-RFR-FIELD3
           ADD 1                            TO WS-CT-SOURCE (3)
           PERFORM WRITE-REFRESH-RECORD
           .
        STORE-HIST-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Draw this run's mask seed into a variable of the PROD session -   *
      *  random, never fetched by the program, gone when PROD is closed.   *
      **************************************************************************
        DRAW-MASK-SEED SECTION.
      *
DBPRE      MOVE 25            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SET ' DELIMITED SIZE
DBPRE   '@pctb016b_mask_seed ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'SHA2(CONCAT(UUID(), ' DELIMITED SIZE
DBPRE   'RAND()), ' DELIMITED SIZE
DBPRE   '256) ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        DRAW-MASK-SEED-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Scramble WS-MASK-TEXT in place from WS-MASK-DIGEST - position n   *
      *  takes digest byte n (hex characters 2n-1 and 2n).                 *
      **************************************************************************
        MASK-TEXT SECTION.
      *
           PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                   UNTIL WS-MASK-IX > 32
              PERFORM MASK-ONE-CHARACTER
           END-PERFORM
           .
        MASK-TEXT-EXIT.
           EXIT.
      /
        MASK-ONE-CHARACTER SECTION.
      *
           MOVE WS-MASK-TEXT (WS-MASK-IX:1) TO WS-MASK-CHAR
           IF WS-MASK-CHAR = SPACE
              GO TO MASK-ONE-CHARACTER-EXIT
           END-IF
      *
           MOVE 0                       TO WS-MASK-HIGH
           INSPECT WS-MASK-HEX TALLYING WS-MASK-HIGH
                   FOR CHARACTERS BEFORE INITIAL
                   WS-MASK-DIGEST (WS-MASK-IX * 2 - 1:1)
           MOVE 0                       TO WS-MASK-LOW
           INSPECT WS-MASK-HEX TALLYING WS-MASK-LOW
                   FOR CHARACTERS BEFORE INITIAL
                   WS-MASK-DIGEST (WS-MASK-IX * 2:1)
           COMPUTE WS-MASK-BYTE = WS-MASK-HIGH * 16 + WS-MASK-LOW
      *
           MOVE 0                       TO WS-MASK-POS
           INSPECT WS-MASK-UPPER TALLYING WS-MASK-POS
                   FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-MASK-POS < 26
              DIVIDE WS-MASK-BYTE BY 26 GIVING WS-MASK-QUOTIENT
                     REMAINDER WS-MASK-REMAINDER
              MOVE WS-MASK-UPPER (WS-MASK-REMAINDER + 1:1)
                                        TO WS-MASK-TEXT (WS-MASK-IX:1)
              GO TO MASK-ONE-CHARACTER-EXIT
           END-IF
      *
           MOVE 0                       TO WS-MASK-POS
           INSPECT WS-MASK-LOWER TALLYING WS-MASK-POS
                   FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-MASK-POS < 26
              DIVIDE WS-MASK-BYTE BY 26 GIVING WS-MASK-QUOTIENT
                     REMAINDER WS-MASK-REMAINDER
              MOVE WS-MASK-LOWER (WS-MASK-REMAINDER + 1:1)
                                        TO WS-MASK-TEXT (WS-MASK-IX:1)
              GO TO MASK-ONE-CHARACTER-EXIT
           END-IF
      *
           MOVE 0                       TO WS-MASK-POS
           INSPECT WS-MASK-DIGITS TALLYING WS-MASK-POS
                   FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-MASK-POS < 10
              DIVIDE WS-MASK-BYTE BY 10 GIVING WS-MASK-QUOTIENT
                     REMAINDER WS-MASK-REMAINDER
              MOVE WS-MASK-DIGITS (WS-MASK-REMAINDER + 1:1)
                                        TO WS-MASK-TEXT (WS-MASK-IX:1)
           END-IF
           .
        MASK-ONE-CHARACTER-EXIT.
           EXIT.
      /
        WRITE-REFRESH-RECORD SECTION.
      *
           WRITE REFRESH-RECORD             FROM WS-RFR-ROW
           IF NOT RFR-FILE-OK
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to write RFRWORK, status='
                                              DELIMITED BY SIZE
                     WS-RFR-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE SPACES                      TO WS-RFR-ROW
           .
        WRITE-REFRESH-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The target half, under the exclusive lock and in one unit of      *
      *  work: empty the three tables, reload them from RFRWORK, mark the  *
      *  reload in the audit trail, clear the load's restart and control  *
      *  tables, then count and balance.                                   *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           DISPLAY 'Empty the ' WS-ENVIRONMENT ' tables'
           PERFORM EMPTY-TARGET-TABLES
      *
           DISPLAY 'Reload ' WS-ENVIRONMENT ' from RFRWORK'
           PERFORM RELOAD-TARGET-TABLES
      *
      * The older after-images in the target's trail describe rows that
      * are gone - a RELOAD-TABLE row says so, as after a LOAD night
           PERFORM WRITE-RELOAD-MARKER
      *
           DISPLAY 'Reset the ' WS-ENVIRONMENT ' load controls'
           PERFORM RESET-LOAD-CONTROLS
      *
           PERFORM COUNT-TARGET-ROWS
           PERFORM REFRESH-REPORT
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Detail lines first, then their headers, then the whole of the     *
      *  archive - the window replaces what the target had.               *
      **************************************************************************
        EMPTY-TARGET-TABLES SECTION.
      *
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
DBPRE      MOVE 15            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_hist ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        EMPTY-TARGET-TABLES-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Every RFRWORK record back into its table.  A record of a type    *
      *  this program never writes means the file is not this run's - the *
      *  reload stops and rolls back.                                      *
      **************************************************************************
        RELOAD-TARGET-TABLES SECTION.
      *
           OPEN INPUT REFRESH-FILE
           IF NOT RFR-FILE-OK
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open RFRWORK, status='
                                              DELIMITED BY SIZE
                     WS-RFR-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           PERFORM READ-REFRESH-RECORD
           PERFORM UNTIL RFR-FILE-EOF
              EVALUATE TRUE
              WHEN RFR-TABLE-ROW
                 PERFORM INSERT-TABLE-ROW
                 ADD 1                      TO WS-CT-RELOADED (1)
              WHEN RFR-DETAIL-ROW
                 PERFORM INSERT-DETAIL-ROW
                 ADD 1                      TO WS-CT-RELOADED (2)
              WHEN RFR-HIST-ROW
                 PERFORM INSERT-HIST-ROW
                 ADD 1                      TO WS-CT-RELOADED (3)
              WHEN OTHER
                 SET PGCTB-ERROR            TO TRUE
                 MOVE SPACES                TO PGCTB-ERROR-MESSAGE
                 STRING 'Unknown RFRWORK record type '
                                            DELIMITED BY SIZE
                        WS-RFR-TYPE         DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
                 PERFORM PGCTB-STATUS
              END-EVALUATE
              ADD 1                         TO WS-CT-INSERTED
              PERFORM READ-REFRESH-RECORD
           END-PERFORM
      *
           CLOSE REFRESH-FILE
           .
        RELOAD-TARGET-TABLES-EXIT.
           EXIT.
      /
        READ-REFRESH-RECORD SECTION.
      *
           READ REFRESH-FILE                INTO WS-RFR-ROW
           IF NOT RFR-FILE-OK
              AND NOT RFR-FILE-EOF
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to read RFRWORK, status='
                                              DELIMITED BY SIZE
                     WS-RFR-FILE-STATUS        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        READ-REFRESH-RECORD-EXIT.
           EXIT.
      /
        INSERT-TABLE-ROW SECTION.
      *
DBPRE      MOVE 16            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'FIELD2, ' DELIMITED SIZE
DBPRE   'FIELD3 ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD2 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD3 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        INSERT-TABLE-ROW-EXIT.
           EXIT.
      /
        INSERT-DETAIL-ROW SECTION.
      *
DBPRE      MOVE 17            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'LINE_NO, ' DELIMITED SIZE
DBPRE   'DETAIL_VALUE ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-LINE-NO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-DETAIL-VALUE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        INSERT-DETAIL-ROW-EXIT.
           EXIT.
      /
        INSERT-HIST-ROW SECTION.
      *
DBPRE      MOVE 18            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'example_table_hist ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'FIELD2, ' DELIMITED SIZE
DBPRE   'FIELD3, ' DELIMITED SIZE
DBPRE   'HIST_RUN_DATE, ' DELIMITED SIZE
DBPRE   'HIST_SEQUENCE ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD2 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-FIELD3 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RFR-HIST-RUN-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-RFR-HIST-SEQUENCE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        INSERT-HIST-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The image-less RELOAD-TABLE row PCTB004B writes after a full      *
      *  reload - the integrity sweep judges no after-image older than it. *
      **************************************************************************
        WRITE-RELOAD-MARKER SECTION.
      *
DBPRE      MOVE 19            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'AUDIT_OPERATOR, ' DELIMITED SIZE
DBPRE   'AUDIT_CHECKER, ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'AUDIT_RUN_SEQ, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD2, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD3, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD2, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD3 ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   '''RELOAD-TABLE'', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-PROGRAM-NAME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   '0, ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        WRITE-RELOAD-MARKER-EXIT.
           EXIT.
      /
      **************************************************************************
      *  No restart point, no remembered sender files and no queued       *
      *  actions from before the refresh - the next test load starts      *
      *  clean against the refreshed tables.                              *
      **************************************************************************
        RESET-LOAD-CONTROLS SECTION.
      *
DBPRE      MOVE 20            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_checkpoint ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                MOVE SQLCA-COUNT         TO WS-CT-CHECKPOINTS-RESET
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
DBPRE      MOVE 21            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_filelog ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                MOVE SQLCA-COUNT         TO WS-CT-FILELOG-RESET
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
DBPRE      MOVE 22            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_pending ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                MOVE SQLCA-COUNT         TO WS-CT-PENDING-RESET
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
DBPRE      MOVE 24            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb017b_sender_file ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                MOVE SQLCA-COUNT         TO WS-CT-SENDER-FILE-RESET
                ADD SQLCA-COUNT          TO WS-CT-DELETED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        RESET-LOAD-CONTROLS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  What the target holds now, per table - counted from the tables,  *
      *  not from the inserts, so the report proves the reload.           *
      **************************************************************************
        COUNT-TARGET-ROWS SECTION.
      *
           PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
                   UNTIL WS-TABLE-IX > 3
              MOVE SPACES                   TO WS-DB-COUNT-X
DBPRE      MOVE 23            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE      WS-COUNT-TABLE-NAME (WS-TABLE-IX) DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
              PERFORM FETCH-ROW-COUNT
              MOVE WS-DB-ROW-COUNT         TO WS-CT-TARGET (WS-TABLE-IX)
           END-PERFORM
           .
        COUNT-TARGET-ROWS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Source and target counts per table.  Any table whose rows did    *
      *  not all arrive rolls the whole target half back - a partly       *
      *  refreshed test database is worse than a stale one.               *
      **************************************************************************
        REFRESH-REPORT SECTION.
      *
           SET COUNTS-BALANCE               TO TRUE
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  TABLE                  SOURCE   RFRWORK'
                   '   TARGET *'
           PERFORM VARYING WS-COUNT-IX FROM 1 BY 1
                   UNTIL WS-COUNT-IX > 3
              DISPLAY '*  ' WS-COUNT-TABLE-NAME (WS-COUNT-IX) ' '
                      WS-CT-SOURCE (WS-COUNT-IX) '  '
                      WS-CT-RELOADED (WS-COUNT-IX) ' '
                      WS-CT-TARGET (WS-COUNT-IX) ' *'
              IF WS-CT-RELOADED (WS-COUNT-IX)
                    NOT = WS-CT-SOURCE (WS-COUNT-IX)
                 OR WS-CT-TARGET (WS-COUNT-IX)
                    NOT = WS-CT-SOURCE (WS-COUNT-IX)
                 SET COUNTS-OUT-OF-BALANCE  TO TRUE
              END-IF
           END-PERFORM
           DISPLAY '*  CHECKPOINTS RESET.....: '
                   WS-CT-CHECKPOINTS-RESET
                   '                *'
           DISPLAY '*  FILE LOG ROWS RESET...: ' WS-CT-FILELOG-RESET
                   '                *'
           DISPLAY '*  PENDING ACTIONS RESET.: ' WS-CT-PENDING-RESET
                   '                *'
           DISPLAY '*  SENDER FILES RESET....: '
                   WS-CT-SENDER-FILE-RESET
                   '                *'
           DISPLAY '*******************************************'
                   '*********'
      *
           IF COUNTS-OUT-OF-BALANCE
              SET PGCTB-ERROR               TO TRUE
              MOVE 'Refresh counts out of balance - rolled back'
                                            TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        REFRESH-REPORT-EXIT.
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
      /
      **************************************************************************
      *  Share PROD's example_table for the unload through PGCTBLCK, so    *
      *  the nightly load cannot wipe or change it half way through.  BUSY *
      *  means the load or a backout holds it - the refresh stands back    *
      *  with an error stop and is simply run again later.                 *
      **************************************************************************
        ACQUIRE-SOURCE-LOCK SECTION.
      *
           SET PGCTBLCK-001-INIT            TO TRUE
           SET PGCTBLCK-001-ACQUIRE-SHARE   TO TRUE
           MOVE 'example_table'             TO PGCTBLCK-001-RESOURCE
           CALL PGCTBLCK-001-CALL-ID  USING PGCTBLCK-001-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              IF PGCTBLCK-001-BUSY
                 SET PGCTB-ERROR            TO TRUE
                 MOVE SPACES                TO PGCTB-ERROR-MESSAGE
                 STRING WS-SOURCE-ENVIRONMENT
                                           DELIMITED BY SIZE
                        ' example_table is locked by '
                                           DELIMITED BY SIZE
                        PGCTBLCK-001-HOLDER DELIMITED BY SIZE
                        ' - refresh not started'
                                           DELIMITED BY SIZE
                                           INTO PGCTB-ERROR-MESSAGE
                 PERFORM PGCTB-STATUS
              END-IF
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        ACQUIRE-SOURCE-LOCK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Give PROD's example_table back once RFRWORK is closed.            *
      **************************************************************************
        RELEASE-SOURCE-LOCK SECTION.
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
        RELEASE-SOURCE-LOCK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Take the target's example_table exclusively for the reload        *
      *  through PGCTBLCK - the same lock the nightly load takes.  BUSY    *
      *  means a desk session or a test job is inside - the run stands     *
      *  back with an error stop instead of emptying the table under it.   *
      *  A stale lock of this program's own earlier abend is taken over by *
      *  the subroutine, so a rerun never wedges on itself.                *
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
                        ' - refresh not started'
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
      *  Give the target's example_table back once the reload is through.  *
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
