      *
      * This will be displayed in the logfile at runtime
        01  PGCTB-VERSION                    PIC  X(38)
            VALUE '20261015 3.2 DUE RELEASES IN VOL PLAN'.
      *
      * Which set of connection parameters read_params should hand
      * back - defaults to PROD, overridden by a JCL-style PARM (a
      *
      * Blocked-insert control for the full-load loop - VALUES groups
      * are gathered until the block is full, then sent as one
      * multi-row INSERT and committed under one checkpoint.  A
      * numeric option token after the mode sets the block size so
      * TEST can run small; the cap keeps the largest possible
      * statement inside SQLCA-STATEMENT.
      *
      * Up to three option tokens follow the mode, in any order - the
      * block size, CASCADE and VOLUMEOK.  CASCADE lets a D action
      * (and nothing else) take the example_table_detail lines of the
      * row with it; without it a delete against a keyed row that
      * still has lines is refused and reported.  A delta run's
      * removal pass always cascades: the snapshot owns the parent
      * table and a vanished parent must not strand its lines.
      * VOLUMEOK releases a file the volume gate held (see
      * CHECK-LOAD-VOLUME) and is noted on the run's pgctb_run_log
      * row.
        01  WS-OPTION-PARMS                  VALUE SPACE.
          05 WS-OPTION-PARM                  PIC  X(08) OCCURS 3.
        01  WS-OPTION-IX                     PIC  9(02) VALUE 0.
        01  WS-VOLUME-OVERRIDE-FLAG          PIC  X VALUE 'N'.
          88 VOLUME-OVERRIDE-ON              VALUE 'Y'.
          88 VOLUME-OVERRIDE-OFF             VALUE 'N'.
        01  WS-DELETE-CASCADE-FLAG           PIC  X VALUE 'N'.
          88 DELETE-CASCADE-ON               VALUE 'Y'.
          88 DELETE-CASCADE-OFF              VALUE 'N'.
        01  WS-CT-END-TIME                    PIC  X(08).
        01  WS-CT-ELAPSED-SECONDS             PIC  S9(07) VALUE 0.
      *
      * Before and after images for the example_table_audit row each
      * retail change (A/U/D, delta insert/update/removal, released
      * pending action) writes - the same layout PCTB004S writes for
      * the desk, stamped with this run's start so the rows of one
      * run are found by its pgctb_run_log start stamp.  The full
      * load's blocked inserts are not journalled; a reload is undone
      * from example_table_hist, not from the audit trail, and leaves
      * a single RELOAD-TABLE row with no images behind instead, so a
      * reader of the trail knows every older after-image is void.
        01  WS-AUDIT-REQUEST                  PIC  X(16).
        01  WS-AUDIT-BEFORE-FIELD1            PIC  X(20).
        01  WS-AUDIT-BEFORE-FIELD2            PIC  X(16).
        01  WS-AUDIT-BEFORE-FIELD3            PIC  X(32).
        01  WS-AUDIT-AFTER-FIELD1             PIC  X(20).
        01  WS-AUDIT-AFTER-FIELD2             PIC  X(16).
        01  WS-AUDIT-AFTER-FIELD3             PIC  X(32).
      * Every audit row of one run carries the same stamp, so the
      * order the changes were made in rides in AUDIT_RUN_SEQ - one
      * number per change, the cascaded detail lines of a delete
      * sharing the number just ahead of their parent's.  Rows from
      * other writers leave the column at its default of zero.
        01  WS-AUDIT-RUN-SEQ                  PIC  9(08) VALUE 0.
      *
      * The transaction file driving the insert loop
        01  WS-TRANS-FILE-STATUS             PIC  X(02) VALUE '00'.
        01  WS-TRANS-EOF-FLAG                PIC  X VALUE 'N'.
      * re-staged file from every other failure
        01  WS-RC-DUPLICATE-FILE             PIC  9(04) VALUE 12.
      *
      * The volume gate - tonight's detail count and the inserts,
      * updates and deletes the file is about to make, against the
      * average of the last successful runs of the same mode in this
      * environment.  Tolerance comes from pctb004b_volume_tol
      * (ENVIRONMENT, RUN_MODE, HIST_RUNS, MIN_RUNS, LOW_PCT,
      * HIGH_PCT, SLACK); an environment/mode without a row runs on
      * the defaults below.  A measure is outside when tonight's
      * figure falls below LOW_PCT or above HIGH_PCT of the average
      * and is more than SLACK records away from it - the slack keeps
      * a quiet night's handful of updates from tripping the gate.
        01  WS-VOL-HIST-RUNS                 PIC  9(04) VALUE 10.
        01  WS-VOL-MIN-RUNS                  PIC  9(04) VALUE 3.
        01  WS-VOL-LOW-PCT                   PIC  9(04) VALUE 50.
        01  WS-VOL-HIGH-PCT                  PIC  9(04) VALUE 200.
        01  WS-VOL-SLACK                     PIC  9(08) VALUE 100.
        01  WS-VOL-TOLERANCE-X.
          05 WS-VOL-HIST-RUNS-X              PIC  X(12).
          05 WS-VOL-MIN-RUNS-X               PIC  X(12).
          05 WS-VOL-LOW-PCT-X                PIC  X(12).
          05 WS-VOL-HIGH-PCT-X               PIC  X(12).
          05 WS-VOL-SLACK-X                  PIC  X(12).
        01  WS-VOL-TOLERANCE-FLAG            PIC  X VALUE 'N'.
          88 VOL-TOLERANCE-FOUND             VALUE 'Y'.
          88 VOL-TOLERANCE-NOT-FOUND         VALUE 'N'.
      * How many qualifying runs the history held (up to HIST_RUNS)
      * - fewer than MIN_RUNS and the gate is not armed yet
        01  WS-VOL-RUNS-FOUND                PIC  9(04) VALUE 0.
        01  WS-VOL-RUNS-FOUND-X              PIC  X(12).
      * One entry per measure: DETAIL (records on the file), then the
      * planned INSERTED, UPDATED and DELETED - the same order as the
      * history averages come back in
        01  WS-VOL-MEASURES.
          05 WS-VOL-MEASURE                  OCCURS 4.
            10 WS-VOL-NAME                   PIC  X(08).
            10 WS-VOL-TONIGHT                PIC  9(08).
            10 WS-VOL-AVERAGE                PIC  9(08).
            10 WS-VOL-FLAG                   PIC  X.
              88 VOL-MEASURE-OUTSIDE         VALUE 'Y'.
              88 VOL-MEASURE-INSIDE          VALUE 'N'.
      * The history averages as fetched, in the same order
        01  WS-VOL-AVERAGES-X.
          05 WS-VOL-AVG-DETAIL-X             PIC  X(12).
          05 WS-VOL-AVG-INSERTED-X           PIC  X(12).
          05 WS-VOL-AVG-UPDATED-X            PIC  X(12).
          05 WS-VOL-AVG-DELETED-X            PIC  X(12).
        01  FILLER                           REDEFINES
                                             WS-VOL-AVERAGES-X.
          05 WS-VOL-AVERAGE-X                PIC  X(12) OCCURS 4.
        01  WS-VOL-IX                        PIC  9(02) VALUE 0.
        01  WS-VOL-OUTSIDE-COUNT             PIC  9(02) VALUE 0.
        01  WS-VOL-SCALED                    PIC  9(12) VALUE 0.
        01  WS-VOL-LOW-LIMIT                 PIC  9(12) VALUE 0.
        01  WS-VOL-HIGH-LIMIT                PIC  9(12) VALUE 0.
        01  WS-VOL-DIFFERENCE                PIC  9(08) VALUE 0.
      *
      * The job ends with this distinct RETURN-CODE when the volume
      * gate holds the file - released by rerunning with VOLUMEOK
        01  WS-RC-VOLUME-ANOMALY             PIC  9(04) VALUE 16.
      *
      * Pre-load edit pass over TRANSFILE - clean records go to
      * EDITFILE for the insert loop, failing records go to REJECTFILE
      * with one of the reason codes below appended
           SET PGCTB-OK                     TO TRUE
           SET DB-OK                        TO TRUE
      *
      * The PARM carries the environment (DEV, TEST or PROD)
      * read_params hands connection data back for, the processing
      * mode (LOAD, MAINT or DELTA) and up to three option tokens.
      * Unsupplied tokens keep the WORKING-STORAGE defaults, so the
      * same load module can target any environment in any mode.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
           UNSTRING WS-COMMAND-LINE         DELIMITED BY ALL SPACE
                    INTO WS-ENVIRONMENT
                         WS-RUN-MODE
                         WS-OPTION-PARM (1)
                         WS-OPTION-PARM (2)
                         WS-OPTION-PARM (3)
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
              MOVE 'PROD'                   TO WS-ENVIRONMENT
              MOVE 2                        TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-OPTION-IX FROM 1 BY 1
                   UNTIL WS-OPTION-IX > 3
              EVALUATE TRUE
                WHEN WS-OPTION-PARM (WS-OPTION-IX) = SPACES
                   CONTINUE
                WHEN WS-OPTION-PARM (WS-OPTION-IX) = 'CASCADE'
                   SET DELETE-CASCADE-ON    TO TRUE
                WHEN WS-OPTION-PARM (WS-OPTION-IX) = 'VOLUMEOK'
                   SET VOLUME-OVERRIDE-ON   TO TRUE
                WHEN FUNCTION TEST-NUMVAL
                        (WS-OPTION-PARM (WS-OPTION-IX)) = 0
                   IF FUNCTION NUMVAL
                         (WS-OPTION-PARM (WS-OPTION-IX)) > 0
                      MOVE FUNCTION NUMVAL
                           (WS-OPTION-PARM (WS-OPTION-IX))
                                            TO WS-INSERT-BLOCK-SIZE
                   ELSE
                      DISPLAY 'PCTB004B: Invalid block size '
                              WS-OPTION-PARM (WS-OPTION-IX)
                              ' in PARM'
                      MOVE 2                TO RETURN-CODE
                      STOP RUN
                   END-IF
                WHEN OTHER
                   DISPLAY 'PCTB004B: Invalid option '
                           WS-OPTION-PARM (WS-OPTION-IX)
                           ' in PARM - use a block size, CASCADE'
                           ' or VOLUMEOK'
                   MOVE 2                   TO RETURN-CODE
                   STOP RUN
              END-EVALUATE
           END-PERFORM
           IF WS-INSERT-BLOCK-SIZE > WS-INSERT-BLOCK-MAX
              DISPLAY 'PCTB004B: Block size capped at '
                      WS-INSERT-BLOCK-MAX
              MOVE WS-INSERT-BLOCK-MAX      TO WS-INSERT-BLOCK-SIZE
           END-IF
      *
           CALL "read_params"         USING PGCTB-PROGRAM-NAME
                                            WS-ENVIRONMENT
                   '                       *'
           DISPLAY '*  BLOCK SIZE...: ' WS-INSERT-BLOCK-SIZE
                   '                        *'
           IF VOLUME-OVERRIDE-ON
              DISPLAY '*  OVERRIDE.....: VOLUMEOK'
                      '                    *'
           END-IF
           DISPLAY '*  DBHOST.......: ' SQLCA-HOST ' *'
           DISPLAY '*  DBUSER.......: ' SQLCA-USER ' *'
           DISPLAY '*  DBPASSWD.....: ' WS-PASSWD-MASK ' *'
           IF CHECKPOINT-NOT-FOUND
              PERFORM CHECK-FILE-ALREADY-LOADED
           END-IF
      *
      * A file far off the usual volume for this mode - a tenth of
      * the records, three times the deletes - is held here too, on
      * its own RETURN-CODE, unless the operator has released it with
      * the VOLUMEOK option.  A restart already passed the gate.
           IF CHECKPOINT-NOT-FOUND
              PERFORM CHECK-LOAD-VOLUME
           END-IF
      *
           IF CHECKPOINT-FOUND
              DISPLAY 'Restarting after checkpoint, last good record='
             WHEN DB-OK
                ADD 1                    TO WS-CT-INSERTED
                SET MAINT-ACTION-MATCHED TO TRUE
                MOVE 'ADD-RECORD'        TO WS-AUDIT-REQUEST
                MOVE SPACES              TO WS-AUDIT-BEFORE-FIELD1
                MOVE SPACES              TO WS-AUDIT-BEFORE-FIELD2
                MOVE SPACES              TO WS-AUDIT-BEFORE-FIELD3
                MOVE FIELD1              TO WS-AUDIT-AFTER-FIELD1
                MOVE FIELD2              TO WS-AUDIT-AFTER-FIELD2
                MOVE FIELD3              TO WS-AUDIT-AFTER-FIELD3
                PERFORM WRITE-AUDIT-ROW
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      **************************************************************************
        UPDATE-MAINT-ROW SECTION.
      *
      * The row as it stands now - the before image of the audit row
           PERFORM FETCH-CURRENT-ROW
      *
DBPRE      MOVE 14             TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
                ELSE
                   ADD 1                 TO WS-CT-UPDATED
                   SET MAINT-ACTION-MATCHED  TO TRUE
                   MOVE 'UPDATE-RECORD'  TO WS-AUDIT-REQUEST
                   MOVE FIELD1           TO WS-AUDIT-BEFORE-FIELD1
                   MOVE WS-DELTA-DB-FIELD2
                                         TO WS-AUDIT-BEFORE-FIELD2
                   MOVE WS-DELTA-DB-FIELD3
                                         TO WS-AUDIT-BEFORE-FIELD3
                   MOVE FIELD1           TO WS-AUDIT-AFTER-FIELD1
                   MOVE FIELD2           TO WS-AUDIT-AFTER-FIELD2
                   MOVE FIELD3           TO WS-AUDIT-AFTER-FIELD3
                   PERFORM WRITE-AUDIT-ROW
                END-IF
             WHEN OTHER
                PERFORM DB-STATUS
              END-IF
           END-IF
      *
      * The row about to go - the before image of the audit row
           PERFORM FETCH-CURRENT-ROW
      *
DBPRE      MOVE 15             TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
                ELSE
                   ADD 1                 TO WS-CT-DELETED
                   SET MAINT-ACTION-MATCHED  TO TRUE
                   MOVE 'DELETE-RECORD'  TO WS-AUDIT-REQUEST
                   MOVE FIELD1           TO WS-AUDIT-BEFORE-FIELD1
                   MOVE WS-DELTA-DB-FIELD2
                                         TO WS-AUDIT-BEFORE-FIELD2
                   MOVE WS-DELTA-DB-FIELD3
                                         TO WS-AUDIT-BEFORE-FIELD3
                   MOVE SPACES           TO WS-AUDIT-AFTER-FIELD1
                   MOVE SPACES           TO WS-AUDIT-AFTER-FIELD2
                   MOVE SPACES           TO WS-AUDIT-AFTER-FIELD3
                   PERFORM WRITE-AUDIT-ROW
                END-IF
             WHEN OTHER
                PERFORM DB-STATUS
      **************************************************************************
        DELETE-DETAIL-LINES SECTION.
      *
      * One audit row per line, written from the lines themselves
      * before they go
           PERFORM AUDIT-DETAIL-LINES
      *
DBPRE      MOVE 25            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
           EXIT.
      /
      **************************************************************************
      *  Journal the detail lines a cascade is about to take - one          *
      *  example_table_audit row per line, built by the database straight   *
      *  from the lines under the key, in the layout PCTB004S uses for a    *
      *  DELETE-DETAIL (FIELD1, LINE_NO, DETAIL_VALUE in the three before   *
      *  columns).  The lines share one AUDIT_RUN_SEQ, just ahead of the    *
      *  parent's delete.                                                   *
      **************************************************************************
        AUDIT-DETAIL-LINES SECTION.
      *
           ADD 1                        TO WS-AUDIT-RUN-SEQ
DBPRE      MOVE 29            TO SQLCA-SEQUENCE
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
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   '''DELETE-DETAIL'', ' DELIMITED SIZE
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
DBPRE      WS-AUDIT-RUN-SEQ DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'LPAD(LINE_NO, 4, ''0''), ' DELIMITED SIZE
DBPRE   'DETAIL_VALUE, ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''', ' DELIMITED SIZE
DBPRE   ''''' ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table_detail ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        AUDIT-DETAIL-LINES-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One audit row for the retail change just applied: which request,  *
      *  this program, the run's start stamp, the change's place in the    *
      *  run, and the row before and after - or the image-less marker of   *
      *  a full reload.  A batch change has no operator and no checker     *
      *  behind it.                                                        *
      **************************************************************************
        WRITE-AUDIT-ROW SECTION.
      *
           ADD 1                        TO WS-AUDIT-RUN-SEQ
DBPRE      MOVE 28            TO SQLCA-SEQUENCE
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
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-REQUEST DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
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
DBPRE      WS-AUDIT-RUN-SEQ DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-BEFORE-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-BEFORE-FIELD2 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-BEFORE-FIELD3 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-AFTER-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-AFTER-FIELD2 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-AFTER-FIELD3 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
        WRITE-AUDIT-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  After a full reload, find the example_table_detail lines whose     *
      *  key the new snapshot no longer carries - the wipe is the biggest   *
      *  delete in the system and must not bypass the refuse/cascade rule  *
                PERFORM DB-STATUS
           END-EVALUATE
      *
      * Mark the wipe in the audit trail - committed with the
      * checkpoint below, so a restart does not mark it twice
           MOVE 'RELOAD-TABLE'          TO WS-AUDIT-REQUEST
           MOVE SPACES                  TO WS-AUDIT-BEFORE-FIELD1
           MOVE SPACES                  TO WS-AUDIT-BEFORE-FIELD2
           MOVE SPACES                  TO WS-AUDIT-BEFORE-FIELD3
           MOVE SPACES                  TO WS-AUDIT-AFTER-FIELD1
           MOVE SPACES                  TO WS-AUDIT-AFTER-FIELD2
           MOVE SPACES                  TO WS-AUDIT-AFTER-FIELD3
           PERFORM WRITE-AUDIT-ROW
      *
      * A fresh (non-restart) run always starts the checkpoint clean
           MOVE 0                       TO WS-CHECKPOINT-T
           PERFORM WRITE-CHECKPOINT
      *  compare.  The key came out of the key table a moment ago, so the  *
      *  row is there; no row still compares as changed and the update     *
      *  repairs whatever raced us.  One-row answer on result slot 2.      *
      *  Also the before image of the audit row of an update or delete.    *
      **************************************************************************
        FETCH-CURRENT-ROW SECTION.
      *
           EXIT.
      /
      **************************************************************************
      *  The volume gate.  Tonight's detail count and the inserts, updates  *
      *  and deletes the file is about to make are set against the average  *
      *  of the last successful PCTB004B runs of the same mode in this      *
      *  environment - pgctb_run_log says which runs ended with RC 0 or 4   *
      *  and what they changed, pctb004b_volume what they were sent and in  *
      *  which mode.  A measure outside tolerance completes the run-log     *
      *  row with the distinct volume RETURN-CODE and stops the run before  *
      *  the archive touches anything, unless VOLUMEOK released it.  Every  *
      *  gated run leaves its own pctb004b_volume row for the nights after. *
      **************************************************************************
        CHECK-LOAD-VOLUME SECTION.
      *
           MOVE 'DETAIL'                TO WS-VOL-NAME (1)
           MOVE 'INSERTED'              TO WS-VOL-NAME (2)
           MOVE 'UPDATED'               TO WS-VOL-NAME (3)
           MOVE 'DELETED'               TO WS-VOL-NAME (4)
           PERFORM PLAN-LOAD-VOLUME
           PERFORM FETCH-VOLUME-TOLERANCE
           PERFORM FETCH-VOLUME-HISTORY
           PERFORM REGISTER-LOAD-VOLUME
      *
           DISPLAY 'Volume gate: ' WS-RUN-MODE ' run against '
                   WS-VOL-RUNS-FOUND ' earlier run(s), tolerance '
                   WS-VOL-LOW-PCT '-' WS-VOL-HIGH-PCT '% slack '
                   WS-VOL-SLACK
           IF WS-VOL-RUNS-FOUND < WS-VOL-MIN-RUNS
              DISPLAY 'Fewer than ' WS-VOL-MIN-RUNS
                      ' earlier run(s) to compare with - gate not armed'
              GO TO CHECK-LOAD-VOLUME-EXIT
           END-IF
      *
           MOVE 0                       TO WS-VOL-OUTSIDE-COUNT
           PERFORM VARYING WS-VOL-IX FROM 1 BY 1 UNTIL WS-VOL-IX > 4
              PERFORM JUDGE-VOLUME-MEASURE
           END-PERFORM
      *
           IF WS-VOL-OUTSIDE-COUNT = 0
              DISPLAY 'Volume gate passed'
              GO TO CHECK-LOAD-VOLUME-EXIT
           END-IF
           IF VOLUME-OVERRIDE-ON
              DISPLAY 'Volume outside tolerance - released by VOLUMEOK'
              GO TO CHECK-LOAD-VOLUME-EXIT
           END-IF
      *
           DISPLAY 'Volume outside tolerance - file held, stopping'
                   ' before the archive touches anything.  Rerun'
                   ' with the VOLUMEOK option to release it'
           MOVE WS-RC-VOLUME-ANOMALY    TO WS-FINAL-RETURN-CODE
           PERFORM RELEASE-TABLE-LOCK
           PERFORM LOG-RUN-END
DBPRE      MOVE 34            TO SQLCA-SEQUENCE
DBPRE      CALL "MySQL_commit"
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE    TO SQLCODE
           MOVE WS-RC-VOLUME-ANOMALY    TO RETURN-CODE
           STOP RUN
           .
        CHECK-LOAD-VOLUME-EXIT.
           EXIT.
      /
      **************************************************************************
      *  What tonight's file is about to do, per mode.  LOAD wipes every   *
      *  current row and inserts every clean record.  MAINT counts its     *
      *  A/U/D actions, leaving out the future-dated ones that are only    *
      *  parked.  DELTA runs the compare once ahead of time - new keys     *
      *  insert, keys whose FIELD2/FIELD3 moved update, keys the snapshot  *
      *  no longer carries delete.  The apply loop loads the key table     *
      *  afresh, so the seen marks left here do not carry over.  In every  *
      *  mode the pctb004b_pending actions due tonight are part of the     *
      *  plan too - the release sweep applies them through the same        *
      *  sections and they land in the same run-log totals the history    *
      *  is averaged from.                                                 *
      **************************************************************************
        PLAN-LOAD-VOLUME SECTION.
      *
           MOVE WS-EDIT-READ-COUNT      TO WS-VOL-TONIGHT (1)
           MOVE 0                       TO WS-VOL-TONIGHT (2)
           MOVE 0                       TO WS-VOL-TONIGHT (3)
           MOVE 0                       TO WS-VOL-TONIGHT (4)
           PERFORM PLAN-PENDING-RELEASES
           IF RUN-MODE-LOAD
              ADD WS-EDIT-CLEAN-COUNT   TO WS-VOL-TONIGHT (2)
              PERFORM COUNT-CURRENT-ROWS
              GO TO PLAN-LOAD-VOLUME-EXIT
           END-IF
      *
           IF RUN-MODE-DELTA
              PERFORM LOAD-DELTA-KEY-TABLE
           END-IF
           PERFORM OPEN-EDIT-FILE
           PERFORM READ-EDIT-RECORD
           PERFORM UNTIL EDIT-EOF
              PERFORM PLAN-ONE-EDIT-RECORD
              PERFORM READ-EDIT-RECORD
           END-PERFORM
           PERFORM CLOSE-EDIT-FILE
      *
           IF RUN-MODE-DELTA
              PERFORM VARYING WS-DELTA-IX FROM 1 BY 1
                      UNTIL WS-DELTA-IX > WS-DELTA-KEY-COUNT
                 IF WS-DELTA-SEEN (WS-DELTA-IX) NOT = 'Y'
                    ADD 1               TO WS-VOL-TONIGHT (4)
                 END-IF
              END-PERFORM
           END-IF
           .
        PLAN-LOAD-VOLUME-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The due pctb004b_pending actions into the planned counts - the    *
      *  same rows the release sweep will fetch again and apply.           *
      **************************************************************************
        PLAN-PENDING-RELEASES SECTION.
      *
           PERFORM FETCH-DUE-PENDING-ACTIONS
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
              EVALUATE WS-PEND-ACTION (WS-PEND-IX)
                WHEN 'A'
                   ADD 1                TO WS-VOL-TONIGHT (2)
                WHEN 'U'
                   ADD 1                TO WS-VOL-TONIGHT (3)
                WHEN 'D'
                   ADD 1                TO WS-VOL-TONIGHT (4)
              END-EVALUATE
           END-PERFORM
           .
        PLAN-PENDING-RELEASES-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One EDITFILE record into the planned counts - see above.          *
      **************************************************************************
        PLAN-ONE-EDIT-RECORD SECTION.
      *
           IF RUN-MODE-MAINT
              IF EDIT-EFF-DATE NUMERIC
                 AND EDIT-EFF-DATE > PGCTB-DATE
                 GO TO PLAN-ONE-EDIT-RECORD-EXIT
              END-IF
              EVALUATE TRUE
                WHEN EDIT-ACTION-ADD
                   ADD 1                TO WS-VOL-TONIGHT (2)
                WHEN EDIT-ACTION-UPDATE
                   ADD 1                TO WS-VOL-TONIGHT (3)
                WHEN EDIT-ACTION-DELETE
                   ADD 1                TO WS-VOL-TONIGHT (4)
              END-EVALUATE
              GO TO PLAN-ONE-EDIT-RECORD-EXIT
           END-IF
      *
           MOVE EDIT-FIELD1             TO WS-DELTA-SEARCH-KEY
           PERFORM MARK-DELTA-KEY-SEEN
           IF DELTA-KEY-NOT-FOUND
              ADD 1                     TO WS-VOL-TONIGHT (2)
              GO TO PLAN-ONE-EDIT-RECORD-EXIT
           END-IF
           MOVE EDIT-FIELD1             TO FIELD1-NUM
           MOVE EDIT-FIELD2             TO FIELD2
           MOVE EDIT-FIELD3             TO FIELD3
           PERFORM FETCH-CURRENT-ROW
           IF WS-DELTA-DB-FIELD2 NOT = FIELD2
              OR WS-DELTA-DB-FIELD3 NOT = FIELD3
              ADD 1                     TO WS-VOL-TONIGHT (3)
           END-IF
           .
        PLAN-ONE-EDIT-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The rows a full load is about to wipe - its planned deletes.       *
      *  One-row COUNT on result slot 2.                                    *
      **************************************************************************
        COUNT-CURRENT-ROWS SECTION.
      *
           MOVE SPACES                  TO WS-DB-COUNT-X
DBPRE      MOVE 33            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'example_table ' DELIMITED SIZE
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
      *
      * Drain the result set - there is at most one row - so the next
      * MySQL_query on this connection does not run out of sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-COUNT-X
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
           ADD FUNCTION NUMVAL (WS-DB-COUNT-X)
                                        TO WS-VOL-TONIGHT (4)
           .
        COUNT-CURRENT-ROWS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  This environment's and mode's row of pctb004b_volume_tol - none   *
      *  leaves the WORKING-STORAGE defaults in force.  One row on result  *
      *  slot 2.                                                            *
      **************************************************************************
        FETCH-VOLUME-TOLERANCE SECTION.
      *
           SET VOL-TOLERANCE-NOT-FOUND  TO TRUE
           MOVE SPACES                  TO WS-VOL-TOLERANCE-X
DBPRE      MOVE 30            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'HIST_RUNS, ' DELIMITED SIZE
DBPRE   'MIN_RUNS, ' DELIMITED SIZE
DBPRE   'LOW_PCT, ' DELIMITED SIZE
DBPRE   'HIGH_PCT, ' DELIMITED SIZE
DBPRE   'SLACK ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_volume_tol ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'RUN_MODE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RUN-MODE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
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
DBPRE                                      WS-VOL-HIST-RUNS-X
DBPRE                                      WS-VOL-MIN-RUNS-X
DBPRE                                      WS-VOL-LOW-PCT-X
DBPRE                                      WS-VOL-HIGH-PCT-X
DBPRE                                      WS-VOL-SLACK-X
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
      *
      * Drain the result set - there is at most one row - so the next
      * MySQL_query on this connection does not run out of sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-VOL-HIST-RUNS-X
DBPRE                                         WS-VOL-MIN-RUNS-X
DBPRE                                         WS-VOL-LOW-PCT-X
DBPRE                                         WS-VOL-HIGH-PCT-X
DBPRE                                         WS-VOL-SLACK-X
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                 TO TRUE
              SET VOL-TOLERANCE-FOUND   TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                 TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
           IF VOL-TOLERANCE-NOT-FOUND
              DISPLAY 'No pctb004b_volume_tol row for ' WS-ENVIRONMENT
                      ' ' WS-RUN-MODE ' - default tolerance used'
              GO TO FETCH-VOLUME-TOLERANCE-EXIT
           END-IF
           INSPECT WS-VOL-TOLERANCE-X REPLACING ALL LOW-VALUE BY SPACE
           MOVE FUNCTION NUMVAL (WS-VOL-HIST-RUNS-X)
                                        TO WS-VOL-HIST-RUNS
           MOVE FUNCTION NUMVAL (WS-VOL-MIN-RUNS-X)
                                        TO WS-VOL-MIN-RUNS
           MOVE FUNCTION NUMVAL (WS-VOL-LOW-PCT-X)
                                        TO WS-VOL-LOW-PCT
           MOVE FUNCTION NUMVAL (WS-VOL-HIGH-PCT-X)
                                        TO WS-VOL-HIGH-PCT
           MOVE FUNCTION NUMVAL (WS-VOL-SLACK-X)
                                        TO WS-VOL-SLACK
           .
        FETCH-VOLUME-TOLERANCE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The rolling history - the last HIST_RUNS runs of this program in   *
      *  this environment that ended with RETURN-CODE 0 or 4 and were gated *
      *  in tonight's mode, newest first: how many there were and their    *
      *  average detail count and inserted/updated/deleted totals.  A run  *
      *  still going (no END_DATE) or held by the gate never counts.       *
      *  One-row answer on result slot 2.                                   *
      **************************************************************************
        FETCH-VOLUME-HISTORY SECTION.
      *
           MOVE SPACES                  TO WS-VOL-RUNS-FOUND-X
           MOVE SPACES                  TO WS-VOL-AVERAGES-X
DBPRE      MOVE 31            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*), ' DELIMITED SIZE
DBPRE   'IFNULL(ROUND(AVG(h.DETAIL_COUNT)),0), ' DELIMITED SIZE
DBPRE   'IFNULL(ROUND(AVG(h.CT_INSERTED)),0), ' DELIMITED SIZE
DBPRE   'IFNULL(ROUND(AVG(h.CT_UPDATED)),0), ' DELIMITED SIZE
DBPRE   'IFNULL(ROUND(AVG(h.CT_DELETED)),0) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'v.DETAIL_COUNT, ' DELIMITED SIZE
DBPRE   'r.CT_INSERTED, ' DELIMITED SIZE
DBPRE   'r.CT_UPDATED, ' DELIMITED SIZE
DBPRE   'r.CT_DELETED ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'r, ' DELIMITED SIZE
DBPRE   'pctb004b_volume ' DELIMITED SIZE
DBPRE   'v ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'r.PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''PCTB004B'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'r.ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'r.END_DATE ' DELIMITED SIZE
DBPRE   'IS ' DELIMITED SIZE
DBPRE   'NOT ' DELIMITED SIZE
DBPRE   'NULL ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'r.RETURN_CODE ' DELIMITED SIZE
DBPRE   '<= ' DELIMITED SIZE
DBPRE   '4 ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'v.ENVIRONMENT ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'r.ENVIRONMENT ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'v.START_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'r.START_DATE ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'v.START_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'r.START_TIME ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'v.RUN_MODE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RUN-MODE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'r.START_DATE ' DELIMITED SIZE
DBPRE   'DESC, ' DELIMITED SIZE
DBPRE   'r.START_TIME ' DELIMITED SIZE
DBPRE   'DESC ' DELIMITED SIZE
DBPRE   'LIMIT ' DELIMITED SIZE
DBPRE      WS-VOL-HIST-RUNS DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'h ' DELIMITED SIZE
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
DBPRE                                      WS-VOL-RUNS-FOUND-X
DBPRE                                      WS-VOL-AVG-DETAIL-X
DBPRE                                      WS-VOL-AVG-INSERTED-X
DBPRE                                      WS-VOL-AVG-UPDATED-X
DBPRE                                      WS-VOL-AVG-DELETED-X
DBPRE      END-CALL
DBPRE      IF SQLCA-RESULT (2) = NULL
DBPRE         MOVE 100 TO SQLCODE
DBPRE      ELSE
DBPRE         MOVE 0 TO SQLCODE
DBPRE      END-IF
DBPRE   END-IF
           EVALUATE TRUE
           WHEN DB-OK
      *
      * Drain the result set - there is at most one row - so the next
      * MySQL_query on this connection does not run out of sync
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-VOL-RUNS-FOUND-X
DBPRE                                         WS-VOL-AVG-DETAIL-X
DBPRE                                         WS-VOL-AVG-INSERTED-X
DBPRE                                         WS-VOL-AVG-UPDATED-X
DBPRE                                         WS-VOL-AVG-DELETED-X
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
           INSPECT WS-VOL-RUNS-FOUND-X REPLACING ALL LOW-VALUE BY SPACE
           IF WS-VOL-RUNS-FOUND-X = SPACES
              MOVE '0'                  TO WS-VOL-RUNS-FOUND-X
           END-IF
           MOVE FUNCTION NUMVAL (WS-VOL-RUNS-FOUND-X)
                                        TO WS-VOL-RUNS-FOUND
           PERFORM VARYING WS-VOL-IX FROM 1 BY 1 UNTIL WS-VOL-IX > 4
              INSPECT WS-VOL-AVERAGE-X (WS-VOL-IX)
                      REPLACING ALL LOW-VALUE BY SPACE
              IF WS-VOL-AVERAGE-X (WS-VOL-IX) = SPACES
                 MOVE '0'               TO WS-VOL-AVERAGE-X (WS-VOL-IX)
              END-IF
              MOVE FUNCTION NUMVAL (WS-VOL-AVERAGE-X (WS-VOL-IX))
                                        TO WS-VOL-AVERAGE (WS-VOL-IX)
           END-PERFORM
           .
        FETCH-VOLUME-HISTORY-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Tonight's row of pctb004b_volume - keyed by the run-log start     *
      *  stamp, so only pgctb_run_log decides later whether the run counts *
      *  as history.  A held run's row stays behind under its RC 16.       *
      **************************************************************************
        REGISTER-LOAD-VOLUME SECTION.
      *
DBPRE      MOVE 32            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'pctb004b_volume ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'ENVIRONMENT, ' DELIMITED SIZE
DBPRE   'START_DATE, ' DELIMITED SIZE
DBPRE   'START_TIME, ' DELIMITED SIZE
DBPRE   'RUN_MODE, ' DELIMITED SIZE
DBPRE   'DETAIL_COUNT, ' DELIMITED SIZE
DBPRE   'PLAN_INSERTED, ' DELIMITED SIZE
DBPRE   'PLAN_UPDATED, ' DELIMITED SIZE
DBPRE   'PLAN_DELETED ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-ENVIRONMENT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-RUN-MODE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-VOL-TONIGHT (1) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-VOL-TONIGHT (2) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-VOL-TONIGHT (3) DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-VOL-TONIGHT (4) DELIMITED SIZE
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
        REGISTER-LOAD-VOLUME-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One measure against its average - outside when it is more than    *
      *  SLACK records away and below LOW_PCT or above HIGH_PCT of the     *
      *  average.  Printed either way so the log shows the whole picture.  *
      **************************************************************************
        JUDGE-VOLUME-MEASURE SECTION.
      *
           SET VOL-MEASURE-INSIDE (WS-VOL-IX) TO TRUE
           IF WS-VOL-TONIGHT (WS-VOL-IX) > WS-VOL-AVERAGE (WS-VOL-IX)
              COMPUTE WS-VOL-DIFFERENCE = WS-VOL-TONIGHT (WS-VOL-IX)
                                        - WS-VOL-AVERAGE (WS-VOL-IX)
           ELSE
              COMPUTE WS-VOL-DIFFERENCE = WS-VOL-AVERAGE (WS-VOL-IX)
                                        - WS-VOL-TONIGHT (WS-VOL-IX)
           END-IF
           COMPUTE WS-VOL-SCALED     = WS-VOL-TONIGHT (WS-VOL-IX) * 100
           COMPUTE WS-VOL-LOW-LIMIT  = WS-VOL-AVERAGE (WS-VOL-IX)
                                     * WS-VOL-LOW-PCT
           COMPUTE WS-VOL-HIGH-LIMIT = WS-VOL-AVERAGE (WS-VOL-IX)
                                     * WS-VOL-HIGH-PCT
           IF WS-VOL-DIFFERENCE > WS-VOL-SLACK
              AND (WS-VOL-SCALED < WS-VOL-LOW-LIMIT
                   OR WS-VOL-SCALED > WS-VOL-HIGH-LIMIT)
              SET VOL-MEASURE-OUTSIDE (WS-VOL-IX) TO TRUE
              ADD 1                     TO WS-VOL-OUTSIDE-COUNT
           END-IF
      *
           IF VOL-MEASURE-OUTSIDE (WS-VOL-IX)
              DISPLAY '  ' WS-VOL-NAME (WS-VOL-IX)
                      ' tonight ' WS-VOL-TONIGHT (WS-VOL-IX)
                      ' average ' WS-VOL-AVERAGE (WS-VOL-IX)
                      ' OUTSIDE TOLERANCE'
           ELSE
              DISPLAY '  ' WS-VOL-NAME (WS-VOL-IX)
                      ' tonight ' WS-VOL-TONIGHT (WS-VOL-IX)
                      ' average ' WS-VOL-AVERAGE (WS-VOL-IX)
                      ' ok'
           END-IF
           .
        JUDGE-VOLUME-MEASURE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One pctb004b_filelog row per completed load - the header identity  *
      *  plus when we processed it, for the duplicate-load guard above and  *
      *  for anyone asking "which generation are we on?".                   *
           WHEN OTHER
              PERFORM PGCTB-STATUS
           END-EVALUATE
      *
      * A run released with VOLUMEOK says so on its row - whatever the
      * gate then finds, and on a restart too, the operator's override
      * is on record
           IF VOLUME-OVERRIDE-ON
              SET PGCTBLOG-001-INIT         TO TRUE
              SET PGCTBLOG-001-NOTE-OVERRIDE TO TRUE
              MOVE 'VOLUMEOK'               TO PGCTBLOG-001-OVERRIDE
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
           END-IF
           .
        LOG-RUN-START-EXIT.
           EXIT.
