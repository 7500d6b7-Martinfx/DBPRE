      * dbpre V 0.4: PCTB014B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB014B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Incremental change feed for downstream - where EXTRACT-TABLE       *
      *   sends the whole of example_table, CHGFEED carries only what        *
      *   changed since the last pickup: one record per audit row of         *
      *   example_table_audit, before and after images, program, operator,  *
      *   checker and stamp.                                                 *
      *                                                                        *
      *   Audit stamps are not commit order (a desk session stamps with its *
      *   sign-on, PCTB004B with its run start), so the feed does not go by *
      *   stamp: each feed takes the next feed number from the mark table   *
      *   pctb014b_feed_mark (FEED_NAME, LAST_FEED_NO, LAST_FEED_DATE,      *
      *   LAST_FEED_TIME, LAST_FEED_ROWS) and stamps it into AUDIT_FEED_NO  *
      *   of every audit row not yet sent (AUDIT_FEED_NO = 0).  The stamp,  *
      *   the file and the mark advance are one unit of work committed      *
      *   only after CHGFEED has been closed clean - a failed run rolls     *
      *   all three back and the rerun sends the same changes again.        *
      *                                                                        *
      *   PARM ENV REGEN YYMMDD YYMMDD rewrites the feed for a past window  *
      *   of AUDIT_DATE when downstream has lost a file: rows already sent  *
      *   go out again under their original feed numbers, the mark stays   *
      *   where it is.                                                       *
      *                                                                        *
      **************************************************************************

      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
      *
      * The delimited change feed handed to downstream
            SELECT FEED-FILE        ASSIGN TO 'CHGFEED'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FEED-FILE-STATUS.

      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.

      **************************************************************************
      *  F I L E   S E C T I O N                                               *
      **************************************************************************
        FILE SECTION.
      *
        FD  FEED-FILE
            LABEL RECORDS ARE STANDARD.
        01  FEED-RECORD                      PIC  X(256).

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
      * The optional second PARM token REGEN asks for a past window
      * again - AUDIT_DATE from and to (YYMMDD) in the third and fourth
        01  WS-FEED-MODE                     PIC  X(05) VALUE SPACE.
          88 FEED-MODE-NEXT                  VALUE SPACE.
          88 FEED-MODE-REGEN                 VALUE 'REGEN'.
        01  WS-REGEN-FROM                    PIC  X(06) VALUE SPACE.
        01  WS-REGEN-TO                      PIC  X(06) VALUE SPACE.
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
        01  WS-FEED-FILE-STATUS              PIC  X(02) VALUE '00'.
      * Pipe-delimited like the EXTRACT-TABLE extract, so embedded
      * commas in the text columns cannot break downstream's parse
        01  WS-FEED-DELIMITER                PIC  X VALUE '|'.
      *
      * The feed's row in pctb014b_feed_mark - the high-water mark
        01  WS-FEED-NAME                     PIC  X(08) VALUE 'CHGFEED'.
        01  WS-LAST-FEED-NO-X                PIC  X(12).
        01  WS-LAST-FEED-DRAIN               PIC  X(12).
        01  WS-LAST-FEED-NO                  PIC  9(08) VALUE 0.
        01  WS-FEED-NO                       PIC  9(08) VALUE 0.
        01  WS-MARK-ROW-FLAG                 PIC  X VALUE 'N'.
          88 MARK-ROW-FOUND                  VALUE 'Y'.
          88 MARK-ROW-NOT-FOUND              VALUE 'N'.
      *
      * One audit row as fetched for the feed - character images, NULL
      * columns arrive empty and go out empty
        01  WS-FEED-ROW.
          05 WS-FEED-ROW-FEED-NO             PIC  X(12).
          05 WS-FEED-ROW-DATE                PIC  X(06).
          05 WS-FEED-ROW-TIME                PIC  X(08).
          05 WS-FEED-ROW-REQUEST             PIC  X(16).
          05 WS-FEED-ROW-PROGRAM             PIC  X(08).
          05 WS-FEED-ROW-OPERATOR            PIC  X(08).
          05 WS-FEED-ROW-CHECKER             PIC  X(08).
          05 WS-FEED-ROW-BEFORE-FIELD1       PIC  X(20).
          05 WS-FEED-ROW-BEFORE-FIELD2       PIC  X(16).
          05 WS-FEED-ROW-BEFORE-FIELD3       PIC  X(32).
          05 WS-FEED-ROW-AFTER-FIELD1        PIC  X(20).
          05 WS-FEED-ROW-AFTER-FIELD2        PIC  X(16).
          05 WS-FEED-ROW-AFTER-FIELD3        PIC  X(32).
      *
      * Control totals - a next feed only balances when every audit
      * row stamped with its number reached the file
        01  WS-CT-TAGGED                     PIC  9(08) VALUE 0.
        01  WS-CT-WRITTEN                    PIC  9(08) VALUE 0.
      *
      * This run's control totals for pgctb_run_log - the audit rows
      * stamped with the new feed number count as updated
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = feed produced (an empty feed is still a feed: downstream
      * sees every feed number), the error paths in PGCTB-STATUS and
      * DB-STATUS stop run with 2 or 3 and produce nothing
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
      * on example_table keeps the nightly load, the detail loader and
      * a backout out while the feed is cut, so none of them can be
      * part-way through a unit of work of audit rows at that moment
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
           MOVE 'PCTB014B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries the environment (DEV, TEST or PROD) that
      * read_params hands connection data back for - alone for the
      * next feed, or followed by REGEN and an AUDIT_DATE window
      * (YYMMDD YYMMDD) to rewrite a past window.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-FEED-MODE
                         WS-REGEN-FROM
                         WS-REGEN-TO
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
              MOVE 'PROD'                   TO WS-ENVIRONMENT
           END-IF
           IF NOT FEED-MODE-NEXT AND NOT FEED-MODE-REGEN
              DISPLAY 'PCTB014B: second PARM token must be REGEN'
                      ' or absent'
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
           IF FEED-MODE-REGEN
              IF WS-REGEN-FROM NOT NUMERIC
                 OR WS-REGEN-TO NOT NUMERIC
                 OR WS-REGEN-FROM > WS-REGEN-TO
                 DISPLAY 'PCTB014B: REGEN needs an AUDIT_DATE window -'
                         ' ENV REGEN YYMMDD YYMMDD'
                 MOVE 2                     TO RETURN-CODE
                 STOP RUN
              END-IF
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
           IF FEED-MODE-REGEN
              DISPLAY '*  REGENERATE...: ' WS-REGEN-FROM ' - '
                      WS-REGEN-TO
                      '             *'
           END-IF
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
      * Share example_table while the feed is cut - the nightly
      * load or another exclusive job already inside answers BUSY and
      * this run stands back; ops-desk sessions share it alongside
           PERFORM ACQUIRE-TABLE-LOCK
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * The feed is cut - give the table back.  An abend before
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
      * carries the outcome (0 = feed produced)
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
      *  Cut the next feed, or rewrite a past window on REGEN, then print  *
      *  the totals.                                                        *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           DISPLAY 'In PGCTB-ACTION (batch program).'
      *
           MOVE 0                       TO WS-CT-INSERTED
           MOVE 0                       TO WS-CT-UPDATED
           MOVE 0                       TO WS-CT-DELETED
           MOVE 0                       TO WS-CT-TAGGED
           MOVE 0                       TO WS-CT-WRITTEN
      *
           IF FEED-MODE-REGEN
              PERFORM REGENERATE-FEED
           ELSE
              PERFORM PRODUCE-NEXT-FEED
           END-IF
           PERFORM FEED-REPORT
           MOVE 0                       TO WS-FINAL-RETURN-CODE
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The next feed: number it one past the mark, stamp that number     *
      *  into every audit row not sent yet, write those rows to CHGFEED    *
      *  and move the mark.  Rows written have to equal rows stamped, or   *
      *  the run stops and rolls the stamping back with the mark.          *
      **************************************************************************
        PRODUCE-NEXT-FEED SECTION.
      *
           PERFORM FETCH-FEED-MARK
           IF MARK-ROW-NOT-FOUND
              MOVE 0                    TO WS-LAST-FEED-NO
              PERFORM INSERT-FEED-MARK
           END-IF
           COMPUTE WS-FEED-NO = WS-LAST-FEED-NO + 1
           DISPLAY 'Cutting change feed ' WS-FEED-NO
                   ', last feed produced ' WS-LAST-FEED-NO
      *
           PERFORM TAG-NEW-AUDIT-ROWS
           MOVE WS-CT-TAGGED            TO WS-CT-UPDATED
      *
           PERFORM OPEN-FEED-FILE
           MOVE SPACES                  TO FEED-RECORD
           STRING
              'H'                       DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              '20'                      DELIMITED SIZE
              PGCTB-DATE                DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              PGCTB-TIME                DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (PGCTB-PROGRAM-NAME) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              'FEED'                    DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              WS-FEED-NO                DELIMITED SIZE
                                  INTO FEED-RECORD
           END-STRING
           PERFORM WRITE-FEED-RECORD
      *
           PERFORM UNLOAD-FEED-ROWS
           PERFORM CLOSE-FEED-FILE
      *
           IF WS-CT-WRITTEN NOT = WS-CT-TAGGED
              SET PGCTB-ERROR           TO TRUE
              MOVE SPACES               TO PGCTB-ERROR-MESSAGE
              STRING 'Feed wrote ' DELIMITED BY SIZE
                     WS-CT-WRITTEN     DELIMITED BY SIZE
                     ' rows for ' DELIMITED BY SIZE
                     WS-CT-TAGGED      DELIMITED BY SIZE
                     ' stamped - mark not moved'
                                       DELIMITED BY SIZE
                                       INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           PERFORM UPDATE-FEED-MARK
           .
        PRODUCE-NEXT-FEED-EXIT.
           EXIT.
      /
      **************************************************************************
      *  A past window again - every audit row already sent whose          *
      *  AUDIT_DATE falls in the window, under its original feed number.   *
      *  Rows not sent yet stay for the next feed; the mark is not moved.  *
      **************************************************************************
        REGENERATE-FEED SECTION.
      *
           DISPLAY 'Regenerating change feed for AUDIT_DATE '
                   WS-REGEN-FROM ' to ' WS-REGEN-TO
           PERFORM OPEN-FEED-FILE
           MOVE SPACES                  TO FEED-RECORD
           STRING
              'H'                       DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              '20'                      DELIMITED SIZE
              PGCTB-DATE                DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              PGCTB-TIME                DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (PGCTB-PROGRAM-NAME) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              'REGEN'                   DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              '20'                      DELIMITED SIZE
              WS-REGEN-FROM             DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              '20'                      DELIMITED SIZE
              WS-REGEN-TO               DELIMITED SIZE
                                  INTO FEED-RECORD
           END-STRING
           PERFORM WRITE-FEED-RECORD
      *
           PERFORM UNLOAD-FEED-ROWS
           PERFORM CLOSE-FEED-FILE
           .
        REGENERATE-FEED-EXIT.
           EXIT.
      /
        FEED-REPORT SECTION.
      *
           DISPLAY '-----------------------------------------------'
           DISPLAY '  PCTB014B CONTROL TOTALS'
           IF FEED-MODE-REGEN
              DISPLAY '  Window regenerated  . : 20' WS-REGEN-FROM
                      ' - 20' WS-REGEN-TO
           ELSE
              DISPLAY '  Feed number . . . . . : ' WS-FEED-NO
              DISPLAY '  Audit rows stamped  . : ' WS-CT-TAGGED
           END-IF
           DISPLAY '  Change records written: ' WS-CT-WRITTEN
           DISPLAY '-----------------------------------------------'
           .
        FEED-REPORT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One change record per audit row - feed number, stamp, request,    *
      *  program, operator, checker, then the before and after images,     *
      *  each trimmed and pipe-delimited.                                  *
      **************************************************************************
        WRITE-FEED-CHANGE SECTION.
      *
           INSPECT WS-FEED-ROW REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES                  TO FEED-RECORD
           STRING
              'C'                       DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-FEED-NO) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              '20'                      DELIMITED SIZE
              WS-FEED-ROW-DATE          DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              WS-FEED-ROW-TIME          DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-REQUEST) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-PROGRAM) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-OPERATOR) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-CHECKER) DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-BEFORE-FIELD1)
                                        DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-BEFORE-FIELD2)
                                        DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-BEFORE-FIELD3)
                                        DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-AFTER-FIELD1)
                                        DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-AFTER-FIELD2)
                                        DELIMITED SIZE
              WS-FEED-DELIMITER         DELIMITED SIZE
              FUNCTION TRIM (WS-FEED-ROW-AFTER-FIELD3)
                                        DELIMITED SIZE
                                  INTO FEED-RECORD
           END-STRING
           PERFORM WRITE-FEED-RECORD
           ADD 1                        TO WS-CT-WRITTEN
           MOVE SPACES                  TO WS-FEED-ROW
           .
        WRITE-FEED-CHANGE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The feed's high-water mark - the last feed number produced.  Read *
      *  FOR UPDATE so a second feed run started alongside waits for this  *
      *  one and cuts the number after it instead of the same one.         *
      **************************************************************************
        FETCH-FEED-MARK SECTION.
      *
           SET MARK-ROW-NOT-FOUND       TO TRUE
           MOVE SPACES                  TO WS-LAST-FEED-NO-X
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'LAST_FEED_NO ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb014b_feed_mark ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FEED_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FEED-NAME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'FOR ' DELIMITED SIZE
DBPRE   'UPDATE ' DELIMITED SIZE
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
DBPRE                                      WS-LAST-FEED-NO-X
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET MARK-ROW-FOUND        TO TRUE
      *
      * Drain the result set - one row per feed name - so the
      * statements following this lookup stay in sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-LAST-FEED-DRAIN
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
           INSPECT WS-LAST-FEED-NO-X REPLACING ALL LOW-VALUE BY SPACE
           IF WS-LAST-FEED-NO-X = SPACES
              MOVE '0'                  TO WS-LAST-FEED-NO-X
           END-IF
           MOVE FUNCTION NUMVAL (WS-LAST-FEED-NO-X)
                                        TO WS-LAST-FEED-NO
           .
        FETCH-FEED-MARK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The very first feed - open the mark row at zero.                  *
      **************************************************************************
        INSERT-FEED-MARK SECTION.
      *
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'pctb014b_feed_mark ' DELIMITED SIZE
DBPRE   '(FEED_NAME, ' DELIMITED SIZE
DBPRE   'LAST_FEED_NO, ' DELIMITED SIZE
DBPRE   'LAST_FEED_DATE, ' DELIMITED SIZE
DBPRE   'LAST_FEED_TIME, ' DELIMITED SIZE
DBPRE   'LAST_FEED_ROWS) ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '(' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FEED-NAME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   '0, ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   '0)' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
           WHEN DB-OK
              DISPLAY 'First change feed - mark row opened for '
                      WS-FEED-NAME
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           .
        INSERT-FEED-MARK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Stamp the new feed number into every audit row not sent yet.      *
      *  What this statement sees is what the feed carries - a row still   *
      *  in someone's open unit of work goes with the next feed.           *
      **************************************************************************
        TAG-NEW-AUDIT-ROWS SECTION.
      *
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FEED-NO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '0' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
           WHEN DB-OK
              MOVE SQLCA-COUNT          TO WS-CT-TAGGED
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           .
        TAG-NEW-AUDIT-ROWS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Read the feed's audit rows onto CHGFEED - the rows of the new     *
      *  feed number, or on REGEN every row already sent within the        *
      *  AUDIT_DATE window - in feed, stamp and run order.                 *
      **************************************************************************
        UNLOAD-FEED-ROWS SECTION.
      *
           MOVE SPACES                  TO WS-FEED-ROW
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
           IF FEED-MODE-REGEN
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO, ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'AUDIT_OPERATOR, ' DELIMITED SIZE
DBPRE   'AUDIT_CHECKER, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD2, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD3, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD2, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD3 ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO ' DELIMITED SIZE
DBPRE   '> ' DELIMITED SIZE
DBPRE   '0 ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'AUDIT_DATE ' DELIMITED SIZE
DBPRE   'BETWEEN ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REGEN-FROM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REGEN-TO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO, ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'AUDIT_RUN_SEQ ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
           ELSE
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO, ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'AUDIT_OPERATOR, ' DELIMITED SIZE
DBPRE   'AUDIT_CHECKER, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD2, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD3, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD1, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD2, ' DELIMITED SIZE
DBPRE   'AFTER_FIELD3 ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_audit ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'AUDIT_FEED_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FEED-NO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'AUDIT_RUN_SEQ ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
           END-IF
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
DBPRE                                      WS-FEED-ROW-FEED-NO
DBPRE                                      WS-FEED-ROW-DATE
DBPRE                                      WS-FEED-ROW-TIME
DBPRE                                      WS-FEED-ROW-REQUEST
DBPRE                                      WS-FEED-ROW-PROGRAM
DBPRE                                      WS-FEED-ROW-OPERATOR
DBPRE                                      WS-FEED-ROW-CHECKER
DBPRE                                      WS-FEED-ROW-BEFORE-FIELD1
DBPRE                                      WS-FEED-ROW-BEFORE-FIELD2
DBPRE                                      WS-FEED-ROW-BEFORE-FIELD3
DBPRE                                      WS-FEED-ROW-AFTER-FIELD1
DBPRE                                      WS-FEED-ROW-AFTER-FIELD2
DBPRE                                      WS-FEED-ROW-AFTER-FIELD3
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
              PERFORM WRITE-FEED-CHANGE
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-FEED-ROW-FEED-NO
DBPRE                                      WS-FEED-ROW-DATE
DBPRE                                      WS-FEED-ROW-TIME
DBPRE                                      WS-FEED-ROW-REQUEST
DBPRE                                      WS-FEED-ROW-PROGRAM
DBPRE                                      WS-FEED-ROW-OPERATOR
DBPRE                                      WS-FEED-ROW-CHECKER
DBPRE                                      WS-FEED-ROW-BEFORE-FIELD1
DBPRE                                      WS-FEED-ROW-BEFORE-FIELD2
DBPRE                                      WS-FEED-ROW-BEFORE-FIELD3
DBPRE                                      WS-FEED-ROW-AFTER-FIELD1
DBPRE                                      WS-FEED-ROW-AFTER-FIELD2
DBPRE                                      WS-FEED-ROW-AFTER-FIELD3
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM WRITE-FEED-CHANGE
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        UNLOAD-FEED-ROWS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Move the mark to the feed just produced - reached only once       *
      *  CHGFEED is closed clean, and committed with the stamping.         *
      **************************************************************************
        UPDATE-FEED-MARK SECTION.
      *
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'pctb014b_feed_mark ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'LAST_FEED_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FEED-NO DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'LAST_FEED_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'LAST_FEED_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'LAST_FEED_ROWS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-CT-WRITTEN DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FEED_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-FEED-NAME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
           WHEN DB-OK
              IF SQLCA-COUNT NOT = 1
                 SET PGCTB-ERROR        TO TRUE
                 MOVE 'Change feed mark row not moved'
                                        TO PGCTB-ERROR-MESSAGE
                 PERFORM PGCTB-STATUS
              END-IF
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           .
        UPDATE-FEED-MARK-EXIT.
           EXIT.
      /
        OPEN-FEED-FILE SECTION.
      *
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open change feed, status='
                                              DELIMITED BY SIZE
                     WS-FEED-FILE-STATUS       DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        OPEN-FEED-FILE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Every write is checked - a feed that did not reach the file whole *
      *  must not move the mark.                                           *
      **************************************************************************
        WRITE-FEED-RECORD SECTION.
      *
           WRITE FEED-RECORD
           IF WS-FEED-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to write change feed, status='
                                              DELIMITED BY SIZE
                     WS-FEED-FILE-STATUS       DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        WRITE-FEED-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The trailer carries the change-record count so downstream can     *
      *  prove the file whole, then the file is closed and checked.        *
      **************************************************************************
        CLOSE-FEED-FILE SECTION.
      *
           MOVE SPACES                         TO FEED-RECORD
           STRING
              'T'                              DELIMITED SIZE
              WS-FEED-DELIMITER                DELIMITED SIZE
              WS-CT-WRITTEN                    DELIMITED SIZE
                                         INTO FEED-RECORD
           END-STRING
           PERFORM WRITE-FEED-RECORD
           CLOSE FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to close change feed, status='
                                              DELIMITED BY SIZE
                     WS-FEED-FILE-STATUS       DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           DISPLAY 'Change feed written, ' WS-CT-WRITTEN
                   ' change record(s)'
           .
        CLOSE-FEED-FILE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Share example_table for the few moments the feed is cut, through   *
      *  PGCTBLCK.  BUSY means PCTB004B, PCTB011B or a backout holds it    *
      *  exclusively and may have audit rows in an open unit of work - the *
      *  run stands back with an error stop and is simply run again later. *
      **************************************************************************
        ACQUIRE-TABLE-LOCK SECTION.
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
                 STRING 'example_table is locked by '
                                           DELIMITED BY SIZE
                        PGCTBLCK-001-HOLDER DELIMITED BY SIZE
                        ' - feed not produced'
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
      *  Give example_table back once the feed is cut.                       *
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
      *  job is about to end with, and the control totals - the audit rows  *
      *  stamped with the new feed number count as updated.  An abended    *
      *  run never reaches this point and stays visible in the log as a     *
      *  row with no end time.                                              *
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
