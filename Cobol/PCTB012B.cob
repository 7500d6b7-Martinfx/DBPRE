      * dbpre V 0.4: PCTB012B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB012B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   End-of-day exceptions listing of ops-desk changes still waiting     *
      *   for a second operator's approval - every pctb004o_pending row       *
      *   still at APPROVAL_STATUS 'P', oldest first, with the key, the       *
      *   held change, who keyed it and when.  Nothing is changed; a          *
      *   listing with anything on it ends the job with RETURN-CODE 4 so      *
      *   the schedule shows the desk has work left over.                     *
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
      * One held change as fetched from pctb004o_pending - character
      * images, scrubbed of low-values before they are listed
        01  WS-PEND-FIELD1                   PIC  X(08).
        01  WS-PEND-ACTION                   PIC  X(01).
          88 PEND-ACTION-CHANGE              VALUE 'C'.
          88 PEND-ACTION-DELETE              VALUE 'D'.
        01  WS-PEND-NEW-FIELD2               PIC  X(16).
        01  WS-PEND-NEW-FIELD3               PIC  X(32).
        01  WS-PEND-DELETE-OPT               PIC  X(01).
        01  WS-PEND-MAKER-ID                 PIC  X(08).
        01  WS-PEND-MAKER-DATE               PIC  X(06).
        01  WS-PEND-MAKER-TIME               PIC  X(08).
      *
      * Held changes listed, and those keyed before today - carried
      * over from an earlier day and so overdue for a decision
        01  WS-CT-WAITING                    PIC  9(08) VALUE 0.
        01  WS-CT-CARRIED-OVER               PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = nothing waiting, 4 = held changes still need a checker
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
           MOVE 'PCTB012B'                  TO PGCTB-PROGRAM-NAME
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM names the environment (DEV, TEST or PROD) read_params
      * hands connection data back for; unsupplied, PROD is used
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
      * Nothing was changed, but release the unit of work cleanly
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
      * The final RETURN-CODE carries the verdict - 0 when nothing is
      * waiting, 4 when held changes still need a second operator
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
           DISPLAY '-----------------------------------------------'
           DISPLAY '  PCTB012B DESK CHANGES AWAITING APPROVAL'
           DISPLAY '  As at 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2)
                   '  environment ' WS-ENVIRONMENT
           DISPLAY '-----------------------------------------------'
      *
           PERFORM LIST-WAITING-CHANGES
      *
           DISPLAY '-----------------------------------------------'
           DISPLAY '  Held changes waiting . . : ' WS-CT-WAITING
           DISPLAY '  Keyed before today . . . : ' WS-CT-CARRIED-OVER
           IF WS-CT-WAITING = 0
              DISPLAY '  NOTHING WAITING FOR APPROVAL'
           ELSE
              DISPLAY '  *** HELD CHANGES NEED A SECOND OPERATOR ***'
              MOVE 4                    TO WS-FINAL-RETURN-CODE
           END-IF
           DISPLAY '-----------------------------------------------'
      *
           DISPLAY 'End PGCTB-ACTION (batch program).'
      *
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Every held change still undecided, oldest maker stamp first.       *
      *  Uses cursor/result slot 2 for the fetch loop.                      *
      **************************************************************************
        LIST-WAITING-CHANGES SECTION.
      *
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'PEND_ACTION, ' DELIMITED SIZE
DBPRE   'NEW_FIELD2, ' DELIMITED SIZE
DBPRE   'NEW_FIELD3, ' DELIMITED SIZE
DBPRE   'DELETE_OPT, ' DELIMITED SIZE
DBPRE   'MAKER_ID, ' DELIMITED SIZE
DBPRE   'MAKER_DATE, ' DELIMITED SIZE
DBPRE   'MAKER_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004o_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''P'' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'MAKER_DATE, ' DELIMITED SIZE
DBPRE   'MAKER_TIME, ' DELIMITED SIZE
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
DBPRE                                      WS-PEND-FIELD1
DBPRE                                      WS-PEND-ACTION
DBPRE                                      WS-PEND-NEW-FIELD2
DBPRE                                      WS-PEND-NEW-FIELD3
DBPRE                                      WS-PEND-DELETE-OPT
DBPRE                                      WS-PEND-MAKER-ID
DBPRE                                      WS-PEND-MAKER-DATE
DBPRE                                      WS-PEND-MAKER-TIME
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
              PERFORM LIST-ONE-CHANGE
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-PEND-FIELD1
DBPRE                                         WS-PEND-ACTION
DBPRE                                         WS-PEND-NEW-FIELD2
DBPRE                                         WS-PEND-NEW-FIELD3
DBPRE                                         WS-PEND-DELETE-OPT
DBPRE                                         WS-PEND-MAKER-ID
DBPRE                                         WS-PEND-MAKER-DATE
DBPRE                                         WS-PEND-MAKER-TIME
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM LIST-ONE-CHANGE
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
           .
        LIST-WAITING-CHANGES-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One line pair per held change - the key, who keyed it and when,    *
      *  then what is waiting to be applied.                                *
      **************************************************************************
        LIST-ONE-CHANGE SECTION.
      *
           INSPECT WS-PEND-FIELD1     REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-NEW-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-NEW-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-DELETE-OPT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-MAKER-ID   REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                        TO WS-CT-WAITING
           IF WS-PEND-MAKER-DATE < PGCTB-DATE
              ADD 1                     TO WS-CT-CARRIED-OVER
           END-IF
      *
           DISPLAY '  ' WS-PEND-FIELD1
                   '  keyed by ' WS-PEND-MAKER-ID
                   ' 20' WS-PEND-MAKER-DATE(1:2) '-'
                   WS-PEND-MAKER-DATE(3:2) '-'
                   WS-PEND-MAKER-DATE(5:2) ' '
                   WS-PEND-MAKER-TIME(1:2) ':'
                   WS-PEND-MAKER-TIME(3:2) ':'
                   WS-PEND-MAKER-TIME(5:2)
           EVALUATE TRUE
           WHEN PEND-ACTION-CHANGE
              DISPLAY '            CHANGE FIELD2 ' WS-PEND-NEW-FIELD2
                      ' FIELD3 ' WS-PEND-NEW-FIELD3
           WHEN WS-PEND-DELETE-OPT = 'C'
              DISPLAY '            DELETE with its detail lines'
           WHEN OTHER
              DISPLAY '            DELETE'
           END-EVALUATE
           .
        LIST-ONE-CHANGE-EXIT.
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
      *  the job is about to end with.  The report changes no rows, so      *
      *  the control totals ride as zeros.  An abended run never reaches    *
      *  this point and stays visible as a row with no end time.            *
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
