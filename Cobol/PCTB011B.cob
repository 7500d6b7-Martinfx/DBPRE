      * dbpre V 0.4: PCTB011B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB011B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Bulk loader for example_table_detail - reads a DETAILFILE of        *
      *   A/U/D action-coded detail lines (FIELD1, LINE_NO, DETAIL_VALUE)     *
      *   between a file header and trailer, edits every line before the      *
      *   database is touched and applies the clean ones through the          *
      *   PARAM-BLOCK 004 requests of PCTB004S, so each line lands in         *
      *   example_table_audit exactly as one keyed at the ops desk would.     *
      *   A line whose parent FIELD1 is not in example_table is rejected      *
      *   in the edit pass - a detail never dangles.  Rejects go to           *
      *   DTLREJECT with a reason code and are counted on the edit report.    *
      *   Runs under the same exclusive lock on example_table as the          *
      *   nightly load, so the two can never overlap, and logs itself to      *
      *   pgctb_run_log with its control totals.                              *
      *                                                                        *
      **************************************************************************

      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
      *
      * The detail-line file from the sender - one action-coded line
      * per record between the file header and trailer
            SELECT DETAIL-FILE      ASSIGN TO 'DETAILFILE'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-DETAIL-FILE-STATUS.
      *
      * Lines failing the edit pass - the original record with a
      * four-byte reason code appended for the edit report
            SELECT REJECT-FILE      ASSIGN TO 'DTLREJECT'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REJECT-FILE-STATUS.
      *
      * Work file holding only the lines that passed the edit pass -
      * the apply loop reads this file, never DETAILFILE directly, so
      * no unvalidated line can reach the database
            SELECT EDIT-FILE        ASSIGN TO 'DTLEDIT'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EDIT-FILE-STATUS.

      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.

      **************************************************************************
      *  F I L E   S E C T I O N                                               *
      **************************************************************************
        FILE SECTION.
      *
      * The header ('H') and trailer ('T') share the record with the
      * details and are told apart by byte one - a detail always
      * starts with its action code A, U or D
        FD  DETAIL-FILE
            LABEL RECORDS ARE STANDARD.
        01  DETAIL-RECORD.
          05 DETAIL-ACTION                   PIC  X(01).
            88 DETAIL-ACTION-ADD             VALUE 'A'.
            88 DETAIL-ACTION-UPDATE          VALUE 'U'.
            88 DETAIL-ACTION-DELETE          VALUE 'D'.
            88 DETAIL-ACTION-VALID           VALUES 'A' 'U' 'D'.
          05 DETAIL-FIELD1                   PIC  9(08).
          05 DETAIL-LINE-NO                  PIC  9(04).
          05 DETAIL-VALUE                    PIC  X(32).
      *
        FD  REJECT-FILE
            LABEL RECORDS ARE STANDARD.
        01  REJECT-RECORD.
          05 REJECT-DATA                     PIC  X(45).
          05 REJECT-REASON-CODE              PIC  X(04).
      *
        FD  EDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  EDIT-RECORD.
          05 EDIT-ACTION                     PIC  X(01).
            88 EDIT-ACTION-ADD               VALUE 'A'.
            88 EDIT-ACTION-UPDATE            VALUE 'U'.
            88 EDIT-ACTION-DELETE            VALUE 'D'.
          05 EDIT-FIELD1                     PIC  9(08).
          05 EDIT-LINE-NO                    PIC  9(04).
          05 EDIT-VALUE                      PIC  X(32).
      * The input record number of this line in DETAILFILE, carried
      * through the edit pass so a refused action can be reported
      * under the sequence the sender counts by
          05 EDIT-SEQ                        PIC  9(08).

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
      * Masked stand-in for SQLCA-PASSWD in the startup banner - never
      * DISPLAY the real password, only its length in asterisks
        01  WS-PASSWD-MASK                    PIC  X(32) VALUE ALL '*'.
      *
      * Bounded retry/reconnect on a transient DB init/connect failure
        01  WS-DB-CONNECT-ATTEMPT             PIC  9(02) VALUE 0.
        01  WS-DB-CONNECT-MAX-ATTEMPTS        PIC  9(02) VALUE 3.
        01  WS-DB-CONNECT-RETRY-SECS          PIC  9(04) COMP-5 VALUE 2.
      *
      * End-of-job control totals - lines added, changed and removed,
      * plus the actions PCTB004S could not carry out: an A for a line
      * that is already there, a U or D for a line that is not
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
        01  WS-CT-DUP-LINE                    PIC  9(08) VALUE 0.
        01  WS-CT-NOT-FOUND                   PIC  9(08) VALUE 0.
        01  WS-CT-START-TIME                  PIC  X(08).
        01  WS-CT-END-TIME                    PIC  X(08).
        01  WS-CT-ELAPSED-SECONDS             PIC  S9(07) VALUE 0.
      *
      * The detail-line file driving the edit pass
        01  WS-DETAIL-FILE-STATUS            PIC  X(02) VALUE '00'.
        01  WS-DETAIL-EOF-FLAG               PIC  X VALUE 'N'.
          88 DETAIL-EOF                      VALUE 'Y'.
          88 DETAIL-NOT-EOF                  VALUE 'N'.
      *
      * What the record just read from DETAILFILE is - the file-level
      * header ('H' in byte one), the trailer ('T'), or a detail line
        01  WS-DETAIL-REC-TYPE               PIC  X VALUE SPACE.
          88 DETAIL-REC-HEADER               VALUE 'H'.
          88 DETAIL-REC-TRAILER              VALUE 'T'.
          88 DETAIL-REC-LINE                 VALUE 'D'.
      *
      * The file-level header and trailer framing the details - laid
      * out like the TRANSFILE envelope of PCTB004B: the header names
      * the file (creation stamp, generation number and sending
      * system), the trailer carries the sender's own record count
      * and FIELD1 hash total for the completeness check
        01  WS-FILE-HEADER.
          05 WS-FH-TYPE                      PIC  X(01).
          05 WS-FH-CREATE-DATE               PIC  X(08).
          05 WS-FH-CREATE-TIME               PIC  X(06).
          05 WS-FH-FILE-SEQ                  PIC  X(06).
          05 WS-FH-SENDER                    PIC  X(08).
        01  WS-FILE-TRAILER.
          05 WS-FT-TYPE                      PIC  X(01).
          05 WS-FT-RECORD-COUNT              PIC  9(08).
          05 WS-FT-HASH-TOTAL                PIC  9(15).
        01  WS-FILE-HDR-FLAG                 PIC  X VALUE 'N'.
          88 FILE-HDR-SEEN                   VALUE 'Y'.
          88 FILE-HDR-NOT-SEEN               VALUE 'N'.
        01  WS-FILE-TRL-FLAG                 PIC  X VALUE 'N'.
          88 FILE-TRL-SEEN                   VALUE 'Y'.
          88 FILE-TRL-NOT-SEEN               VALUE 'N'.
        01  WS-FILE-HASH-TOTAL               PIC  9(15) VALUE 0.
      *
      * One-row COUNT answers, fetched as character data
        01  WS-DB-COUNT-X                    PIC  X(12).
        01  WS-DB-ROW-COUNT                  PIC  9(08) VALUE 0.
      *
      * The FIELD1 and LINE_NO a COUNT lookup is keyed on, in the
      * character form the statement is built from
        01  WS-LOOKUP-FIELD1                 PIC  9(08).
        01  WS-LOOKUP-LINE-NO                PIC  9(04).
      *
      * The parent answer of the last FIELD1 looked up - a sender's
      * lines arrive grouped by parent, so consecutive lines under
      * one FIELD1 ask example_table only once
        01  WS-PARENT-LAST-FIELD1            PIC  9(08) VALUE 0.
        01  WS-PARENT-LAST-FLAG              PIC  X VALUE SPACE.
          88 PARENT-LAST-FOUND               VALUE 'Y'.
          88 PARENT-LAST-NOT-FOUND           VALUE 'N'.
          88 PARENT-LAST-UNKNOWN             VALUE SPACE.
      *
      * Edit pass over DETAILFILE - clean lines go to DTLEDIT for the
      * apply loop, failing lines go to DTLREJECT with one of the
      * reason codes below appended
        01  WS-REJECT-FILE-STATUS            PIC  X(02) VALUE '00'.
        01  WS-EDIT-FILE-STATUS              PIC  X(02) VALUE '00'.
        01  WS-EDIT-EOF-FLAG                 PIC  X VALUE 'N'.
          88 EDIT-EOF                        VALUE 'Y'.
          88 EDIT-NOT-EOF                    VALUE 'N'.
      *
        01  WS-EDIT-REASON                   PIC  9(04).
          88 EDIT-RECORD-CLEAN               VALUE 0.
          88 EDIT-FIELD1-NOT-NUMERIC         VALUE 1.
          88 EDIT-LINE-NO-BAD                VALUE 2.
          88 EDIT-VALUE-MISSING              VALUE 3.
          88 EDIT-ACTION-BAD                 VALUE 5.
          88 EDIT-PARENT-MISSING             VALUE 7.
      *
        01  WS-EDIT-READ-COUNT               PIC  9(08) VALUE 0.
        01  WS-EDIT-CLEAN-COUNT              PIC  9(08) VALUE 0.
        01  WS-EDIT-REJECT-COUNT             PIC  9(08) VALUE 0.
        01  WS-EDIT-CT-FIELD1-NUM            PIC  9(08) VALUE 0.
        01  WS-EDIT-CT-LINE-NO-BAD           PIC  9(08) VALUE 0.
        01  WS-EDIT-CT-VALUE-BLANK           PIC  9(08) VALUE 0.
        01  WS-EDIT-CT-BAD-ACTION            PIC  9(08) VALUE 0.
        01  WS-EDIT-CT-NO-PARENT             PIC  9(08) VALUE 0.
      *
      * More rejects than this and the job ends with RETURN-CODE 8 so
      * the scheduler raises the run instead of letting bad data load
      * silently - zero means any reject at all flags the run
        01  WS-EDIT-REJECT-TOLERANCE         PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = clean, 4 = actions PCTB004S could not carry out (line
      * already there / not there), 8 = edit rejects exceeded the
      * tolerance (the error paths in PGCTB-STATUS/DB-STATUS still
      * stop run with 2 or 3)
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
      * The param block of the subroutine we want to call - the
      * example_table_detail requests of PCTB004S
          COPY PCTB004P004.
      *
      * The param block of the common run-log subroutine
          COPY PGCTBLOGP.
      *
      * The param block of the common lock subroutine - the loader
      * owns example_table exclusively for the life of the run, like
      * the nightly load, so neither can land lines under the other
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
           MOVE 'PCTB011B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries one token: the environment (DEV, TEST or
      * PROD) read_params hands connection data back for.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
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
      *
      * Initialize and connect to the database, retrying a few times on
      * a transient failure before giving up
           PERFORM CONNECT-TO-DATABASE
      *
      * Open this run's row in the common run log
           PERFORM LOG-RUN-START
      *
      * Take example_table exclusively for the life of the load - the
      * nightly load or an ops-desk session already inside answers
      * BUSY and this run stands back
           PERFORM ACQUIRE-TABLE-LOCK
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * The load is through - give the table back.  An abend before
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
      * carries the outcome (0 = clean, 4 = actions that could not be
      * carried out, 8 = rejects over tolerance)
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
      *  The loader itself - edit DETAILFILE onto DTLEDIT, then apply each  *
      *  clean line through PCTB004S block 004 and print the totals.  The   *
      *  whole file is one unit of work: an abend rolls every line back,    *
      *  so a rerun after a fix simply reloads the same file from the top.  *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
           DISPLAY 'In PGCTB-ACTION (batch program).'
      *
      * Reset the control totals for this run
           MOVE 0                       TO WS-CT-INSERTED
           MOVE 0                       TO WS-CT-UPDATED
           MOVE 0                       TO WS-CT-DELETED
           MOVE 0                       TO WS-CT-DUP-LINE
           MOVE 0                       TO WS-CT-NOT-FOUND
           ACCEPT WS-CT-START-TIME      FROM TIME
      *
      * Edit DETAILFILE before anything is changed - only the lines
      * that pass land on DTLEDIT for the apply loop below
           PERFORM EDIT-DETAIL-FILE
      *
           DISPLAY 'Apply detail-line actions from DETAILFILE'
           PERFORM OPEN-EDIT-FILE
           PERFORM READ-EDIT-RECORD
           PERFORM UNTIL EDIT-EOF
              PERFORM APPLY-DETAIL-ACTION
              PERFORM READ-EDIT-RECORD
           END-PERFORM
           PERFORM CLOSE-EDIT-FILE
      *
           ACCEPT WS-CT-END-TIME         FROM TIME
           PERFORM CONTROL-TOTALS-REPORT
      *
      * An action PCTB004S could not carry out is a data problem the
      * sending system has to hear about - flag the run unless a
      * dirtier condition (edit rejects, RC 8) already owns the code
           IF (WS-CT-DUP-LINE > 0 OR WS-CT-NOT-FOUND > 0)
              AND WS-FINAL-RETURN-CODE = 0
              MOVE 4                     TO WS-FINAL-RETURN-CODE
           END-IF
      *
           DISPLAY 'End PGCTB-ACTION (batch program).'
      *
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One clean line through PCTB004S.  An A for a line already there is *
      *  refused here - the subroutine would answer a duplicate key with a  *
      *  database error and take the whole load down with it.  A U or D     *
      *  for a line that is not there comes back as PCTB004-004-ERROR.      *
      *  Either is reported by input record number and counted.  The       *
      *  operator id rides as spaces - there is no signed-on operator       *
      *  behind a batch job - and the audit row names this program.         *
      **************************************************************************
        APPLY-DETAIL-ACTION SECTION.
      *
           IF EDIT-ACTION-ADD
              MOVE EDIT-FIELD1              TO WS-LOOKUP-FIELD1
              MOVE EDIT-LINE-NO             TO WS-LOOKUP-LINE-NO
              PERFORM COUNT-DETAIL-LINE
              IF WS-DB-ROW-COUNT > 0
                 DISPLAY 'Record ' EDIT-SEQ ': line ' EDIT-LINE-NO
                         ' under FIELD1=' EDIT-FIELD1
                         ' already there - A refused'
                 ADD 1                      TO WS-CT-DUP-LINE
                 GO TO APPLY-DETAIL-ACTION-EXIT
              END-IF
           END-IF
      *
           SET PCTB004-004-INIT             TO TRUE
           EVALUATE TRUE
             WHEN EDIT-ACTION-ADD
                SET PCTB004-004-ADD-DETAIL    TO TRUE
             WHEN EDIT-ACTION-UPDATE
                SET PCTB004-004-UPDATE-DETAIL TO TRUE
             WHEN OTHER
                SET PCTB004-004-DELETE-DETAIL TO TRUE
           END-EVALUATE
           MOVE EDIT-FIELD1                 TO PCTB004-004-FIELD1-KEY
           MOVE EDIT-LINE-NO                TO PCTB004-004-LINE-NO
           MOVE EDIT-VALUE                  TO PCTB004-004-DETAIL-VALUE
           MOVE SPACES                      TO PCTB004-004-OPERATOR-ID
           CALL PCTB004-004-CALL-ID   USING PCTB004-004-PARAM-BLOCK
                                            PGCTB-PARAM-BLOCK
           END-CALL
           EVALUATE TRUE
           WHEN PGCTB-OK
              IF PCTB004-004-ERROR
                 IF EDIT-ACTION-ADD
                    DISPLAY 'Record ' EDIT-SEQ ': FIELD1='
                            EDIT-FIELD1 ' has no example_table row'
                            ' - A refused'
                    ADD 1                   TO WS-CT-DUP-LINE
                 ELSE
                    DISPLAY 'Record ' EDIT-SEQ ': line ' EDIT-LINE-NO
                            ' under FIELD1=' EDIT-FIELD1
                            ' not found - ' EDIT-ACTION ' not applied'
                    ADD 1                   TO WS-CT-NOT-FOUND
                 END-IF
              ELSE
                 EVALUATE TRUE
                   WHEN EDIT-ACTION-ADD
                      ADD 1                 TO WS-CT-INSERTED
                   WHEN EDIT-ACTION-UPDATE
                      ADD 1                 TO WS-CT-UPDATED
                   WHEN OTHER
                      ADD 1                 TO WS-CT-DELETED
                 END-EVALUATE
              END-IF
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        APPLY-DETAIL-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Edit pass - read every DETAILFILE record, write the clean lines to *
      *  DTLEDIT for the apply loop and the failing ones to DTLREJECT with  *
      *  a reason code appended, then print the edit report with a count    *
      *  per reason.  More rejects than the tolerance flags the whole run   *
      *  (RETURN-CODE 8) without stopping the clean lines from loading.     *
      **************************************************************************
        EDIT-DETAIL-FILE SECTION.
      *
           DISPLAY 'Edit detail-line file before load'
      *
           PERFORM OPEN-DETAIL-FILE
           OPEN OUTPUT EDIT-FILE
           IF WS-EDIT-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open edit work file, status='
                                              DELIMITED BY SIZE
                     WS-EDIT-FILE-STATUS       DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open reject file, status='
                                              DELIMITED BY SIZE
                     WS-REJECT-FILE-STATUS     DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 0                              TO WS-EDIT-READ-COUNT
           MOVE 0                              TO WS-EDIT-CLEAN-COUNT
           MOVE 0                              TO WS-EDIT-REJECT-COUNT
           MOVE 0                              TO WS-EDIT-CT-FIELD1-NUM
           MOVE 0                          TO WS-EDIT-CT-LINE-NO-BAD
           MOVE 0                          TO WS-EDIT-CT-VALUE-BLANK
           MOVE 0                              TO WS-EDIT-CT-BAD-ACTION
           MOVE 0                              TO WS-EDIT-CT-NO-PARENT
           SET FILE-HDR-NOT-SEEN               TO TRUE
           SET FILE-TRL-NOT-SEEN               TO TRUE
           MOVE 0                              TO WS-FILE-HASH-TOTAL
           SET PARENT-LAST-UNKNOWN             TO TRUE
      *
           PERFORM READ-DETAIL-RECORD
           PERFORM UNTIL DETAIL-EOF
              EVALUATE TRUE
                WHEN DETAIL-REC-HEADER
                   PERFORM TAKE-FILE-HEADER
                WHEN DETAIL-REC-TRAILER
                   PERFORM TAKE-FILE-TRAILER
                WHEN OTHER
                   PERFORM EDIT-ONE-DETAIL-RECORD
              END-EVALUATE
              PERFORM READ-DETAIL-RECORD
           END-PERFORM
      *
           CLOSE DETAIL-FILE
           CLOSE EDIT-FILE
           CLOSE REJECT-FILE
      *
      * The file envelope has to hold before any of the file's lines
      * can be believed - header present, trailer present, and the
      * trailer's own count and hash matching what was just read
           PERFORM VALIDATE-FILE-ENVELOPE
      *
           PERFORM EDIT-REPORT
      *
           IF WS-EDIT-REJECT-COUNT > WS-EDIT-REJECT-TOLERANCE
              DISPLAY 'Reject count ' WS-EDIT-REJECT-COUNT
                      ' exceeds tolerance ' WS-EDIT-REJECT-TOLERANCE
                      ' - run will end with RETURN-CODE 8'
              MOVE 8                           TO WS-FINAL-RETURN-CODE
           END-IF
           .
        EDIT-DETAIL-FILE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The file-level header - exactly one, ahead of every detail line.   *
      **************************************************************************
        TAKE-FILE-HEADER SECTION.
      *
           IF FILE-HDR-SEEN
              SET PGCTB-ERROR                  TO TRUE
              MOVE 'More than one file header in DETAILFILE'
                                              TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           SET FILE-HDR-SEEN                   TO TRUE
           DISPLAY 'DETAILFILE header: sender ' WS-FH-SENDER
                   ' file seq ' WS-FH-FILE-SEQ
                   ' created ' WS-FH-CREATE-DATE ' ' WS-FH-CREATE-TIME
           .
        TAKE-FILE-HEADER-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The file-level trailer - exactly one, after every detail line.     *
      **************************************************************************
        TAKE-FILE-TRAILER SECTION.
      *
           IF FILE-TRL-SEEN
              SET PGCTB-ERROR                  TO TRUE
              MOVE 'More than one file trailer in DETAILFILE'
                                              TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           SET FILE-TRL-SEEN                   TO TRUE
           .
        TAKE-FILE-TRAILER-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One detail line through the edit pass - the line must sit between *
      *  the header and the trailer; then the field edits and the parent   *
      *  lookup decide whether it lands on DTLEDIT for the apply loop or   *
      *  on DTLREJECT with a reason code.  The running FIELD1 hash feeds   *
      *  the trailer check.                                                *
      **************************************************************************
        EDIT-ONE-DETAIL-RECORD SECTION.
      *
           IF FILE-HDR-NOT-SEEN
              SET PGCTB-ERROR                  TO TRUE
              MOVE 'DETAILFILE detail ahead of the file header'
                                              TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           IF FILE-TRL-SEEN
              SET PGCTB-ERROR                  TO TRUE
              MOVE 'DETAILFILE detail after the file trailer'
                                              TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           ADD 1                               TO WS-EDIT-READ-COUNT
           IF DETAIL-FIELD1 NUMERIC
              ADD DETAIL-FIELD1                TO WS-FILE-HASH-TOTAL
           END-IF
      *
           PERFORM VALIDATE-DETAIL-RECORD
           IF EDIT-RECORD-CLEAN
              ADD 1                            TO WS-EDIT-CLEAN-COUNT
              MOVE DETAIL-ACTION               TO EDIT-ACTION
              MOVE DETAIL-FIELD1               TO EDIT-FIELD1
              MOVE DETAIL-LINE-NO              TO EDIT-LINE-NO
              MOVE DETAIL-VALUE                TO EDIT-VALUE
              MOVE WS-EDIT-READ-COUNT          TO EDIT-SEQ
              WRITE EDIT-RECORD
           ELSE
              ADD 1                            TO WS-EDIT-REJECT-COUNT
              EVALUATE TRUE
                WHEN EDIT-FIELD1-NOT-NUMERIC
                   ADD 1                 TO WS-EDIT-CT-FIELD1-NUM
                WHEN EDIT-LINE-NO-BAD
                   ADD 1                 TO WS-EDIT-CT-LINE-NO-BAD
                WHEN EDIT-VALUE-MISSING
                   ADD 1                 TO WS-EDIT-CT-VALUE-BLANK
                WHEN EDIT-ACTION-BAD
                   ADD 1                 TO WS-EDIT-CT-BAD-ACTION
                WHEN EDIT-PARENT-MISSING
                   ADD 1                 TO WS-EDIT-CT-NO-PARENT
              END-EVALUATE
              MOVE DETAIL-RECORD               TO REJECT-DATA
              MOVE WS-EDIT-REASON              TO REJECT-REASON-CODE
              WRITE REJECT-RECORD
           END-IF
           .
        EDIT-ONE-DETAIL-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Validate one DETAIL-RECORD - the action must be A, U or D, FIELD1  *
      *  numeric, LINE_NO numeric and not zero, DETAIL_VALUE present on an  *
      *  A or U, and the parent FIELD1 must be in example_table.  The first *
      *  failing check wins and sets WS-EDIT-REASON; a clean line leaves it *
      *  at zero.  The reason codes follow PCTB004B's where they mean the   *
      *  same thing.                                                        *
      **************************************************************************
        VALIDATE-DETAIL-RECORD SECTION.
      *
           MOVE 0                              TO WS-EDIT-REASON
           EVALUATE TRUE
             WHEN NOT DETAIL-ACTION-VALID
                SET EDIT-ACTION-BAD            TO TRUE
             WHEN DETAIL-FIELD1 NOT NUMERIC
                SET EDIT-FIELD1-NOT-NUMERIC    TO TRUE
             WHEN DETAIL-LINE-NO NOT NUMERIC
                SET EDIT-LINE-NO-BAD           TO TRUE
             WHEN DETAIL-LINE-NO = 0
                SET EDIT-LINE-NO-BAD           TO TRUE
             WHEN DETAIL-VALUE = SPACES
                  AND NOT DETAIL-ACTION-DELETE
                SET EDIT-VALUE-MISSING         TO TRUE
             WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF NOT EDIT-RECORD-CLEAN
              GO TO VALIDATE-DETAIL-RECORD-EXIT
           END-IF
      *
      * The parent lookup last, once the line is known to be well
      * formed - asked again only when FIELD1 changes
           IF PARENT-LAST-UNKNOWN
              OR DETAIL-FIELD1 NOT = WS-PARENT-LAST-FIELD1
              MOVE DETAIL-FIELD1               TO WS-LOOKUP-FIELD1
              PERFORM COUNT-PARENT-ROW
              MOVE DETAIL-FIELD1               TO WS-PARENT-LAST-FIELD1
              IF WS-DB-ROW-COUNT > 0
                 SET PARENT-LAST-FOUND         TO TRUE
              ELSE
                 SET PARENT-LAST-NOT-FOUND     TO TRUE
              END-IF
           END-IF
           IF PARENT-LAST-NOT-FOUND
              SET EDIT-PARENT-MISSING          TO TRUE
           END-IF
           .
        VALIDATE-DETAIL-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The file envelope check - header and trailer must both have        *
      *  arrived, and the trailer's record count and FIELD1 hash total     *
      *  must match what was read between them.  A short file or a         *
      *  truncated transfer stops the run here, before anything is        *
      *  applied.                                                          *
      **************************************************************************
        VALIDATE-FILE-ENVELOPE SECTION.
      *
           IF FILE-HDR-NOT-SEEN
              SET PGCTB-ERROR                  TO TRUE
              MOVE 'DETAILFILE has no file header'
                                              TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           IF FILE-TRL-NOT-SEEN
              SET PGCTB-ERROR                  TO TRUE
              MOVE 'DETAILFILE has no file trailer'
                                              TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           IF WS-FT-RECORD-COUNT NOT = WS-EDIT-READ-COUNT
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'DETAILFILE trailer count '
                                              DELIMITED BY SIZE
                     WS-FT-RECORD-COUNT        DELIMITED BY SIZE
                     ' does not match records read '
                                              DELIMITED BY SIZE
                     WS-EDIT-READ-COUNT        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           IF WS-FT-HASH-TOTAL NOT = WS-FILE-HASH-TOTAL
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'DETAILFILE trailer hash '
                                              DELIMITED BY SIZE
                     WS-FT-HASH-TOTAL          DELIMITED BY SIZE
                     ' does not match FIELD1 total '
                                              DELIMITED BY SIZE
                     WS-FILE-HASH-TOTAL        DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           DISPLAY 'DETAILFILE envelope checks out - '
                   WS-EDIT-READ-COUNT ' record(s), hash '
                   WS-FILE-HASH-TOTAL
           .
        VALIDATE-FILE-ENVELOPE-EXIT.
           EXIT.
      /
        EDIT-REPORT SECTION.
      *
           DISPLAY '-----------------------------------------------'
           DISPLAY '  PCTB011B EDIT REPORT'
           DISPLAY '  Records read  . . . . : ' WS-EDIT-READ-COUNT
           DISPLAY '  Records clean . . . . : ' WS-EDIT-CLEAN-COUNT
           DISPLAY '  Records rejected  . . : ' WS-EDIT-REJECT-COUNT
           DISPLAY '  0001 FIELD1 not numeric : '
                   WS-EDIT-CT-FIELD1-NUM
           DISPLAY '  0002 LINE_NO invalid  . : '
                   WS-EDIT-CT-LINE-NO-BAD
           DISPLAY '  0003 DETAIL_VALUE missing '
                   WS-EDIT-CT-VALUE-BLANK
           DISPLAY '  0005 invalid action . . : '
                   WS-EDIT-CT-BAD-ACTION
           DISPLAY '  0007 no parent FIELD1 . : '
                   WS-EDIT-CT-NO-PARENT
           DISPLAY '-----------------------------------------------'
           .
        EDIT-REPORT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The control totals of the apply loop plus the elapsed run time.    *
      **************************************************************************
        CONTROL-TOTALS-REPORT SECTION.
      *
           COMPUTE WS-CT-ELAPSED-SECONDS =
              (FUNCTION NUMVAL(WS-CT-END-TIME(1:2)) * 3600
             + FUNCTION NUMVAL(WS-CT-END-TIME(3:2)) * 60
             + FUNCTION NUMVAL(WS-CT-END-TIME(5:2)))
             - (FUNCTION NUMVAL(WS-CT-START-TIME(1:2)) * 3600
             + FUNCTION NUMVAL(WS-CT-START-TIME(3:2)) * 60
             + FUNCTION NUMVAL(WS-CT-START-TIME(5:2)))
      *
           IF WS-CT-ELAPSED-SECONDS < 0
              ADD 86400                 TO WS-CT-ELAPSED-SECONDS
           END-IF
      *
           DISPLAY '-----------------------------------------------'
           DISPLAY '  PCTB011B CONTROL TOTALS'
           DISPLAY '  Lines added . . . . . : ' WS-CT-INSERTED
           DISPLAY '  Lines changed . . . . : ' WS-CT-UPDATED
           DISPLAY '  Lines removed . . . . : ' WS-CT-DELETED
           DISPLAY '  Adds refused  . . . . : ' WS-CT-DUP-LINE
           DISPLAY '  Actions w/o match . . : ' WS-CT-NOT-FOUND
           DISPLAY '  Elapsed seconds . . . : ' WS-CT-ELAPSED-SECONDS
           DISPLAY '-----------------------------------------------'
           .
        CONTROL-TOTALS-REPORT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Is the parent FIELD1 of a line in example_table?  One-row COUNT    *
      *  on result slot 2.                                                  *
      **************************************************************************
        COUNT-PARENT-ROW SECTION.
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-LOOKUP-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           .
        COUNT-PARENT-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Is the line FIELD1/LINE_NO already in example_table_detail?  One-  *
      *  row COUNT on result slot 2.                                        *
      **************************************************************************
        COUNT-DETAIL-LINE SECTION.
      *
           MOVE 0                       TO WS-DB-ROW-COUNT
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
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
DBPRE      WS-LOOKUP-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'LINE_NO ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-LOOKUP-LINE-NO DELIMITED SIZE
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
      /
      **************************************************************************
      *  Open DETAILFILE for the edit pass.                                 *
      **************************************************************************
        OPEN-DETAIL-FILE SECTION.
      *
           SET DETAIL-NOT-EOF                  TO TRUE
           OPEN INPUT DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open detail-line file, status='
                                              DELIMITED BY SIZE
                     WS-DETAIL-FILE-STATUS     DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        OPEN-DETAIL-FILE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Read the next DETAILFILE record, setting DETAIL-EOF at end of file *
      *  and classifying what arrived - byte one 'H' and 'T' frame the      *
      *  file and are captured into their WORKING-STORAGE images, anything  *
      *  else is a detail line.                                             *
      **************************************************************************
        READ-DETAIL-RECORD SECTION.
      *
           READ DETAIL-FILE
             AT END
                SET DETAIL-EOF              TO TRUE
           END-READ
           IF DETAIL-EOF
              MOVE SPACE                    TO WS-DETAIL-REC-TYPE
           ELSE
              EVALUATE DETAIL-RECORD (1:1)
                WHEN 'H'
                   SET DETAIL-REC-HEADER    TO TRUE
                   MOVE DETAIL-RECORD (1:29) TO WS-FILE-HEADER
                WHEN 'T'
                   SET DETAIL-REC-TRAILER   TO TRUE
                   MOVE DETAIL-RECORD (1:24) TO WS-FILE-TRAILER
                WHEN OTHER
                   SET DETAIL-REC-LINE      TO TRUE
              END-EVALUATE
           END-IF
           .
        READ-DETAIL-RECORD-EXIT.
           EXIT.
      /
        OPEN-EDIT-FILE SECTION.
      *
           SET EDIT-NOT-EOF                    TO TRUE
           OPEN INPUT EDIT-FILE
           IF WS-EDIT-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR                  TO TRUE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open edit work file, status='
                                              DELIMITED BY SIZE
                     WS-EDIT-FILE-STATUS       DELIMITED BY SIZE
                                              INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        OPEN-EDIT-FILE-EXIT.
           EXIT.
      /
        CLOSE-EDIT-FILE SECTION.
      *
           CLOSE EDIT-FILE
           .
        CLOSE-EDIT-FILE-EXIT.
           EXIT.
      /
        READ-EDIT-RECORD SECTION.
      *
           READ EDIT-FILE
             AT END
                SET EDIT-EOF                TO TRUE
           END-READ
           .
        READ-EDIT-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Take example_table exclusively for the life of the load through    *
      *  PGCTBLCK - the same lock the nightly load takes.  BUSY means the  *
      *  ops desk, PCTB004B or another job is inside - the run stands back *
      *  with an error stop instead of landing lines under them.  A stale  *
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
                        ' - load not started'
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
      *  Give example_table back once the load is through.                  *
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
