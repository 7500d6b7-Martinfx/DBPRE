      *   already supports, with a confirmation ahead of every delete and    *
      *   the PGCTB error text shown on failure.  The sanctioned tool for    *
      *   fixing a single bad row without a one-off job or hand-keyed SQL.   *
      *   A change or delete is never applied on one operator's say-so - it  *
      *   is held in pctb004o_pending until a second signed-on operator      *
      *   approves or rejects it through the P action.                       *
      *                                                                        *
      **************************************************************************

      *
      * This will be displayed in the logfile at runtime
        01  PGCTB-VERSION                    PIC  X(38)
            VALUE '20261015 1.5 MAKER MAY ONLY WITHDRAW'.
      *
      * Which set of connection parameters read_params should hand
      * back - defaults to PROD, overridden by a JCL-style PARM (a
          88 OPER-ACTION-DELETE              VALUE 'D'.
          88 OPER-ACTION-AUDIT               VALUE 'T'.
          88 OPER-ACTION-LINES               VALUE 'L'.
          88 OPER-ACTION-APPROVE             VALUE 'P'.
          88 OPER-ACTION-NEXT                VALUE 'N'.
          88 OPER-ACTION-QUIT                VALUE 'Q'.
        01  WS-OPER-CONFIRM                  PIC  X(01).
          88 SESSION-LOCK-HELD               VALUE 'Y'.
          88 SESSION-LOCK-NOT-HELD           VALUE 'N'.
      *
      * Maker/checker - a C or D keyed at the desk is held as one
      * pctb004o_pending row until a second operator decides it:
      *   FIELD1, PEND_ACTION (C/D), NEW_FIELD2, NEW_FIELD3,
      *   DELETE_OPT, BEFORE_FIELD2, BEFORE_FIELD3 (the row as the
      *   maker saw it), MAKER_ID, MAKER_DATE, MAKER_TIME,
      *   APPROVAL_STATUS (P = pending, A = approved, R = rejected,
      *   W = withdrawn by the maker), CHECKER_ID (blank on a
      *   withdrawal), CHECKER_DATE, CHECKER_TIME.
      * At most one pending row per FIELD1 - a second change to the
      * same key waits until the first is decided.
        01  WS-PEND-ACTION                   PIC  X(01).
          88 PEND-ACTION-CHANGE              VALUE 'C'.
          88 PEND-ACTION-DELETE              VALUE 'D'.
        01  WS-PEND-FIELD1                   PIC  9(08).
        01  WS-PEND-NEW-FIELD2               PIC  X(16).
        01  WS-PEND-NEW-FIELD3               PIC  X(32).
        01  WS-PEND-DELETE-OPT               PIC  X(01).
        01  WS-PEND-BEFORE-FIELD2            PIC  X(16).
        01  WS-PEND-BEFORE-FIELD3            PIC  X(32).
        01  WS-PEND-MAKER-ID                 PIC  X(08).
        01  WS-PEND-MAKER-DATE               PIC  X(06).
        01  WS-PEND-MAKER-TIME               PIC  X(08).
        01  WS-PEND-DECISION                 PIC  X(01).
          88 PEND-DECISION-APPROVE           VALUE 'A'.
          88 PEND-DECISION-REJECT            VALUE 'R'.
          88 PEND-DECISION-WITHDRAW          VALUE 'W'.
      * Who the decision is stamped with - the checker for A or R,
      * nobody for the maker's own withdrawal
        01  WS-PEND-CHECKER-ID               PIC  X(08).
        01  WS-PEND-STAMP-DATE               PIC  X(06).
        01  WS-PEND-STAMP-TIME               PIC  X(08).
        01  WS-PEND-ROW-FLAG                 PIC  X VALUE 'N'.
          88 PEND-ROW-FOUND                  VALUE 'Y'.
          88 PEND-ROW-NOT-FOUND              VALUE 'N'.
        01  WS-PEND-WAITING-COUNT            PIC  9(08) VALUE 0.
        01  WS-PEND-KEY-COUNT                PIC  9(08) VALUE 0.
      *
      * The keyed example_table row as it stands now - fetched when a
      * change is held, and again at approval to make sure nobody has
      * changed the row in between
        01  WS-CUR-FIELD2                    PIC  X(16).
        01  WS-CUR-FIELD3                    PIC  X(32).
        01  WS-CUR-ROW-FLAG                  PIC  X VALUE 'N'.
          88 CUR-ROW-FOUND                   VALUE 'Y'.
          88 CUR-ROW-NOT-FOUND               VALUE 'N'.
        01  WS-DB-COUNT-X                    PIC  X(12).
      *
      * The communication area for the database
      * EXEC SQL
      *      INCLUDE SQLCA.
           PERFORM ACQUIRE-SESSION-LOCK
      *
           IF SESSION-LOCK-HELD
              PERFORM SHOW-WAITING-APPROVALS
              SET OPER-NOT-DONE            TO TRUE
              PERFORM UNTIL OPER-DONE
                 PERFORM PROMPT-FOR-KEY
        PROMPT-FOR-ACTION SECTION.
      *
           DISPLAY 'Action: A=add C=change F2/F3 D=delete'
                   ' T=audit trail L=detail lines'
                   ' P=approve held change N=next Q=quit'
           MOVE SPACE                      TO WS-OPER-ACTION
           ACCEPT WS-OPER-ACTION
           INSPECT WS-OPER-ACTION          CONVERTING
                   'acdtlpnq' TO 'ACDTLPNQ'
           EVALUATE TRUE
             WHEN OPER-ACTION-ADD
                PERFORM ADD-ROW-DIALOGUE
                PERFORM AUDIT-TRAIL-DIALOGUE
             WHEN OPER-ACTION-LINES
                PERFORM LIST-DETAILS-DIALOGUE
             WHEN OPER-ACTION-APPROVE
                PERFORM APPROVE-PENDING-DIALOGUE
             WHEN OPER-ACTION-QUIT
                SET OPER-DONE              TO TRUE
             WHEN OTHER
             MOVE WS-OPER-FIELD2           TO PCTB004-001-FIELD2
             MOVE WS-OPER-FIELD3           TO PCTB004-001-FIELD3
             MOVE WS-SIGNON-ID             TO PCTB004-001-OPERATOR-ID
             MOVE SPACES                   TO PCTB004-001-CHECKER-ID
      * Stamp the audit row with the time of the change itself, not
      * the start of the session, so out-of-hours work shows as such
              ACCEPT PGCTB-DATE             FROM DATE
              ACCEPT PGCTB-TIME             FROM TIME
              CALL PCTB004-001-CALL-ID USING PCTB004-001-PARAM-BLOCK
                                          PGCTB-PARAM-BLOCK
              END-CALL
           EXIT.
      /
      **************************************************************************
      *  Change FIELD2/FIELD3 on the keyed row - held for a second        *
      *  operator's approval, never applied straight away.                  *
      **************************************************************************
        CHANGE-ROW-DIALOGUE SECTION.
      *
           MOVE SPACES                     TO WS-OPER-FIELD3
           ACCEPT WS-OPER-FIELD3
      *
           SET PEND-ACTION-CHANGE          TO TRUE
           MOVE WS-OPER-FIELD2             TO WS-PEND-NEW-FIELD2
           MOVE WS-OPER-FIELD3             TO WS-PEND-NEW-FIELD3
           MOVE SPACE                      TO WS-PEND-DELETE-OPT
           PERFORM HOLD-FOR-APPROVAL
           .
        CHANGE-ROW-DIALOGUE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Delete the keyed row - only after the operator confirms with Y,    *
      *  and then only held for a second operator's approval.               *
      **************************************************************************
        DELETE-ROW-DIALOGUE SECTION.
      *
           ACCEPT WS-OPER-CONFIRM
           INSPECT WS-OPER-CONFIRM         CONVERTING 'y' TO 'Y'
      *
           SET PEND-ACTION-DELETE          TO TRUE
           MOVE SPACES                     TO WS-PEND-NEW-FIELD2
           MOVE SPACES                     TO WS-PEND-NEW-FIELD3
           IF WS-OPER-CONFIRM = 'Y'
              MOVE 'C'                     TO WS-PEND-DELETE-OPT
           ELSE
              MOVE SPACE                   TO WS-PEND-DELETE-OPT
           END-IF
           PERFORM HOLD-FOR-APPROVAL
           .
        DELETE-ROW-DIALOGUE-EXIT.
           EXIT.
           EXIT.
      /
      **************************************************************************
      *  How many held changes keyed by other operators are waiting - shown *
      *  once at the top of the session so a checker knows there is work.   *
      **************************************************************************
        SHOW-WAITING-APPROVALS SECTION.
      *
           MOVE SPACES                     TO WS-DB-COUNT-X
DBPRE      MOVE 84            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004o_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''P'' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'MAKER_ID ' DELIMITED SIZE
DBPRE   '<> ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-SIGNON-ID DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-SINGLE-COUNT
           MOVE FUNCTION NUMVAL (WS-DB-COUNT-X)
                                           TO WS-PEND-WAITING-COUNT
           IF WS-PEND-WAITING-COUNT > 0
              DISPLAY WS-PEND-WAITING-COUNT
                      ' held change(s) keyed by other operators'
                      ' await approval - P on the key to decide'
           END-IF
           .
        SHOW-WAITING-APPROVALS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Hold the change or delete just keyed as one pctb004o_pending row,  *
      *  with the row as the maker saw it, instead of applying it.  The     *
      *  key has to exist, and a key already holding an undecided change    *
      *  takes no second one until the first is decided.                    *
      **************************************************************************
        HOLD-FOR-APPROVAL SECTION.
      *
           COMPUTE WS-PEND-FIELD1 = FUNCTION NUMVAL (WS-OPER-KEY-1)
           PERFORM FETCH-CURRENT-ROW
           IF CUR-ROW-NOT-FOUND
              DISPLAY 'No row for FIELD1=' WS-PEND-FIELD1
                      ' - nothing held'
              GO TO HOLD-FOR-APPROVAL-EXIT
           END-IF
      *
           PERFORM COUNT-PENDING-FOR-KEY
           IF WS-PEND-KEY-COUNT > 0
              DISPLAY 'FIELD1=' WS-PEND-FIELD1
                      ' already has a held change waiting -'
                      ' it must be decided first'
              GO TO HOLD-FOR-APPROVAL-EXIT
           END-IF
      *
           MOVE WS-CUR-FIELD2              TO WS-PEND-BEFORE-FIELD2
           MOVE WS-CUR-FIELD3              TO WS-PEND-BEFORE-FIELD3
           MOVE WS-SIGNON-ID               TO WS-PEND-MAKER-ID
           ACCEPT WS-PEND-MAKER-DATE       FROM DATE
           ACCEPT WS-PEND-MAKER-TIME       FROM TIME
           PERFORM INSERT-PENDING-ROW
           PERFORM COMMIT-ONLINE-WORK
           IF PEND-ACTION-CHANGE
              DISPLAY 'Change held for approval by a second operator'
           ELSE
              DISPLAY 'Delete held for approval by a second operator'
           END-IF
           .
        HOLD-FOR-APPROVAL-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The checker's side - show the held change under the keyed FIELD1   *
      *  and take the decision.  Approving or rejecting needs a second      *
      *  operator, never the maker, with the level the change itself       *
      *  needs; the maker may only withdraw a held change, which is kept    *
      *  apart from a rejection as status W with no checker.                *
      **************************************************************************
        APPROVE-PENDING-DIALOGUE SECTION.
      *
           IF WS-OPER-AUTH-LEVEL < 2
              DISPLAY 'Not authorized - approvals need level 2, '
                      WS-SIGNON-ID ' has level ' WS-OPER-AUTH-LEVEL
              GO TO APPROVE-PENDING-DIALOGUE-EXIT
           END-IF
           COMPUTE WS-PEND-FIELD1 = FUNCTION NUMVAL (WS-OPER-KEY-1)
           PERFORM FETCH-PENDING-ROW
           IF PEND-ROW-NOT-FOUND
              DISPLAY 'Nothing held for approval under FIELD1='
                      WS-PEND-FIELD1
              GO TO APPROVE-PENDING-DIALOGUE-EXIT
           END-IF
      *
           DISPLAY 'Held by ' WS-PEND-MAKER-ID ' on 20'
                   WS-PEND-MAKER-DATE(1:2) '-'
                   WS-PEND-MAKER-DATE(3:2) '-'
                   WS-PEND-MAKER-DATE(5:2) ' '
                   WS-PEND-MAKER-TIME(1:2) ':'
                   WS-PEND-MAKER-TIME(3:2) ':'
                   WS-PEND-MAKER-TIME(5:2)
           DISPLAY 'Was    FIELD2: ' WS-PEND-BEFORE-FIELD2
                   ' FIELD3: ' WS-PEND-BEFORE-FIELD3
           IF PEND-ACTION-CHANGE
              DISPLAY 'Change FIELD2: ' WS-PEND-NEW-FIELD2
                      ' FIELD3: ' WS-PEND-NEW-FIELD3
           ELSE
              IF WS-PEND-DELETE-OPT = 'C'
                 DISPLAY 'Delete the row with its detail lines'
              ELSE
                 DISPLAY 'Delete the row'
              END-IF
           END-IF
      *
      * The maker never decides their own change either way
           IF WS-PEND-MAKER-ID = WS-SIGNON-ID
              DISPLAY 'A change cannot be approved or rejected by the'
                      ' operator who keyed it'
              DISPLAY 'W=withdraw it N=leave it waiting:'
              MOVE SPACE                   TO WS-PEND-DECISION
              ACCEPT WS-PEND-DECISION
              INSPECT WS-PEND-DECISION     CONVERTING 'w' TO 'W'
              IF PEND-DECISION-WITHDRAW
                 MOVE SPACES               TO WS-PEND-CHECKER-ID
                 PERFORM MARK-PENDING-DECIDED
                 IF SQLCA-COUNT = 0
                    DISPLAY 'Already decided by another operator'
                 ELSE
                    PERFORM COMMIT-ONLINE-WORK
                    DISPLAY 'Held change withdrawn - nothing changed'
                 END-IF
              ELSE
                 DISPLAY 'Left waiting for approval'
              END-IF
              GO TO APPROVE-PENDING-DIALOGUE-EXIT
           END-IF
      *
           DISPLAY 'A=approve R=reject N=leave it waiting:'
           MOVE SPACE                      TO WS-PEND-DECISION
           ACCEPT WS-PEND-DECISION
           INSPECT WS-PEND-DECISION        CONVERTING 'ar' TO 'AR'
           MOVE WS-SIGNON-ID               TO WS-PEND-CHECKER-ID
           EVALUATE TRUE
             WHEN PEND-DECISION-APPROVE
                PERFORM APPLY-APPROVED-CHANGE
             WHEN PEND-DECISION-REJECT
                PERFORM MARK-PENDING-DECIDED
                IF SQLCA-COUNT = 0
                   DISPLAY 'Already decided by another operator'
                ELSE
                   PERFORM COMMIT-ONLINE-WORK
                   DISPLAY 'Held change rejected - nothing changed'
                END-IF
             WHEN OTHER
                DISPLAY 'Left waiting for approval'
           END-EVALUATE
           .
        APPROVE-PENDING-DIALOGUE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Apply an approved change through PCTB004S, with the maker as the  *
      *  operator and this session as the checker of the audit row.  The   *
      *  row must still stand as the maker saw it - a change approved      *
      *  against a row that has moved on would approve something nobody   *
      *  looked at.  The decision is stamped first, inside the same unit   *
      *  of work as the change, so two checkers cannot both apply it.      *
      **************************************************************************
        APPLY-APPROVED-CHANGE SECTION.
      *
           IF PEND-ACTION-DELETE AND NOT AUTH-DELETE
              DISPLAY 'Not authorized - approving a delete needs'
                      ' level 3, ' WS-SIGNON-ID ' has level '
                      WS-OPER-AUTH-LEVEL
              GO TO APPLY-APPROVED-CHANGE-EXIT
           END-IF
      *
           PERFORM FETCH-CURRENT-ROW
           IF CUR-ROW-NOT-FOUND
              OR WS-CUR-FIELD2 NOT = WS-PEND-BEFORE-FIELD2
              OR WS-CUR-FIELD3 NOT = WS-PEND-BEFORE-FIELD3
              DISPLAY 'FIELD1=' WS-PEND-FIELD1 ' has changed since'
                      ' the change was keyed - reject it and key'
                      ' it again'
              GO TO APPLY-APPROVED-CHANGE-EXIT
           END-IF
      *
           PERFORM MARK-PENDING-DECIDED
           IF SQLCA-COUNT = 0
              DISPLAY 'Already decided by another operator'
              GO TO APPLY-APPROVED-CHANGE-EXIT
           END-IF
      *
             SET PCTB004-001-INIT              TO TRUE
             IF PEND-ACTION-CHANGE
                SET PCTB004-001-UPDATE-RECORD  TO TRUE
             ELSE
                SET PCTB004-001-DELETE-RECORD  TO TRUE
             END-IF
             MOVE WS-PEND-FIELD1           TO PCTB004-001-FIELD1-KEY
             MOVE WS-PEND-NEW-FIELD2       TO PCTB004-001-FIELD2
             MOVE WS-PEND-NEW-FIELD3       TO PCTB004-001-FIELD3
             MOVE WS-PEND-DELETE-OPT       TO PCTB004-001-DELETE-OPT
             MOVE WS-PEND-MAKER-ID         TO PCTB004-001-OPERATOR-ID
             MOVE WS-SIGNON-ID             TO PCTB004-001-CHECKER-ID
      * Stamp the audit row with the time of the change itself, not
      * the start of the session, so out-of-hours work shows as such
              ACCEPT PGCTB-DATE             FROM DATE
              ACCEPT PGCTB-TIME             FROM TIME
              CALL PCTB004-001-CALL-ID USING PCTB004-001-PARAM-BLOCK
                                          PGCTB-PARAM-BLOCK
              END-CALL
              EVALUATE TRUE
              WHEN PGCTB-ERROR
                 PERFORM SHOW-SUB-ERROR
              WHEN PCTB004-001-ERROR
                 PERFORM ROLLBACK-ONLINE-WORK
                 DISPLAY 'Not applied - the change stays held;'
                         ' reject it if it cannot go through'
              WHEN OTHER
                 PERFORM COMMIT-ONLINE-WORK
                 IF PEND-ACTION-CHANGE
                    DISPLAY 'Approved - row changed'
                 ELSE
                    DISPLAY 'Approved - row deleted'
                 END-IF
              END-EVALUATE
           .
        APPLY-APPROVED-CHANGE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The keyed example_table row as it stands now.  One-row answer on   *
      *  result slot 2, drained so the connection stays in sync.           *
      **************************************************************************
        FETCH-CURRENT-ROW SECTION.
      *
           SET CUR-ROW-NOT-FOUND           TO TRUE
           MOVE SPACES                     TO WS-CUR-FIELD2
           MOVE SPACES                     TO WS-CUR-FIELD3
DBPRE      MOVE 85            TO SQLCA-SEQUENCE
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
DBPRE      WS-PEND-FIELD1 DELIMITED SIZE
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
              SET CUR-ROW-FOUND            TO TRUE
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
              SET DB-OK                    TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                    TO TRUE
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
      *  How many undecided held changes the keyed FIELD1 already has.      *
      **************************************************************************
        COUNT-PENDING-FOR-KEY SECTION.
      *
           MOVE SPACES                     TO WS-DB-COUNT-X
DBPRE      MOVE 86            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004o_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''P'' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-SINGLE-COUNT
           MOVE FUNCTION NUMVAL (WS-DB-COUNT-X)
                                           TO WS-PEND-KEY-COUNT
           .
        COUNT-PENDING-FOR-KEY-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Fetch the one-row COUNT answer of the statement just sent into     *
      *  WS-DB-COUNT-X ('0' when nothing came back), draining the result.   *
      **************************************************************************
        FETCH-SINGLE-COUNT SECTION.
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
              SET DB-OK                    TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                    TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           INSPECT WS-DB-COUNT-X REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DB-COUNT-X = SPACES
              MOVE '0'                     TO WS-DB-COUNT-X
           END-IF
           .
        FETCH-SINGLE-COUNT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The undecided held change under the keyed FIELD1, if there is one. *
      **************************************************************************
        FETCH-PENDING-ROW SECTION.
      *
           SET PEND-ROW-NOT-FOUND          TO TRUE
           MOVE SPACE                      TO WS-PEND-ACTION
           MOVE SPACES                     TO WS-PEND-NEW-FIELD2
           MOVE SPACES                     TO WS-PEND-NEW-FIELD3
           MOVE SPACE                      TO WS-PEND-DELETE-OPT
           MOVE SPACES                     TO WS-PEND-BEFORE-FIELD2
           MOVE SPACES                     TO WS-PEND-BEFORE-FIELD3
           MOVE SPACES                     TO WS-PEND-MAKER-ID
           MOVE SPACES                     TO WS-PEND-MAKER-DATE
           MOVE SPACES                     TO WS-PEND-MAKER-TIME
DBPRE      MOVE 87            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'PEND_ACTION, ' DELIMITED SIZE
DBPRE   'NEW_FIELD2, ' DELIMITED SIZE
DBPRE   'NEW_FIELD3, ' DELIMITED SIZE
DBPRE   'DELETE_OPT, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD2, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD3, ' DELIMITED SIZE
DBPRE   'MAKER_ID, ' DELIMITED SIZE
DBPRE   'MAKER_DATE, ' DELIMITED SIZE
DBPRE   'MAKER_TIME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004o_pending ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''P'' ' DELIMITED SIZE
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
DBPRE                                      WS-PEND-NEW-FIELD2
DBPRE                                      WS-PEND-NEW-FIELD3
DBPRE                                      WS-PEND-DELETE-OPT
DBPRE                                      WS-PEND-BEFORE-FIELD2
DBPRE                                      WS-PEND-BEFORE-FIELD3
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
              SET PEND-ROW-FOUND           TO TRUE
      *
      * Drain the result set - one undecided row per key at most
              PERFORM UNTIL NOT DB-OK
DBPRE            CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                      WS-PEND-ACTION
DBPRE                                      WS-PEND-NEW-FIELD2
DBPRE                                      WS-PEND-NEW-FIELD3
DBPRE                                      WS-PEND-DELETE-OPT
DBPRE                                      WS-PEND-BEFORE-FIELD2
DBPRE                                      WS-PEND-BEFORE-FIELD3
DBPRE                                      WS-PEND-MAKER-ID
DBPRE                                      WS-PEND-MAKER-DATE
DBPRE                                      WS-PEND-MAKER-TIME
DBPRE            END-CALL
DBPRE            IF SQLCA-RESULT (2) = NULL
DBPRE               MOVE 100 TO SQLCODE
DBPRE            ELSE
DBPRE               MOVE 0 TO SQLCODE
DBPRE            END-IF
              END-PERFORM
              SET DB-OK                    TO TRUE
           WHEN DB-NOT-FOUND
              SET DB-OK                    TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
           INSPECT WS-PEND-NEW-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-NEW-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-DELETE-OPT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-BEFORE-FIELD2
                   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-BEFORE-FIELD3
                   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-MAKER-ID REPLACING ALL LOW-VALUE BY SPACE
           .
        FETCH-PENDING-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The held change as one new pctb004o_pending row, status P.         *
      **************************************************************************
        INSERT-PENDING-ROW SECTION.
      *
DBPRE      MOVE 88            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'pctb004o_pending ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'FIELD1, ' DELIMITED SIZE
DBPRE   'PEND_ACTION, ' DELIMITED SIZE
DBPRE   'NEW_FIELD2, ' DELIMITED SIZE
DBPRE   'NEW_FIELD3, ' DELIMITED SIZE
DBPRE   'DELETE_OPT, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD2, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD3, ' DELIMITED SIZE
DBPRE   'MAKER_ID, ' DELIMITED SIZE
DBPRE   'MAKER_DATE, ' DELIMITED SIZE
DBPRE   'MAKER_TIME, ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-ACTION DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-NEW-FIELD2 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-NEW-FIELD3 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-DELETE-OPT DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-BEFORE-FIELD2 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-BEFORE-FIELD3 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-MAKER-ID DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-MAKER-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-MAKER-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   '''P'' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           .
        INSERT-PENDING-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Stamp the decision (WS-PEND-DECISION, by WS-PEND-CHECKER-ID) on   *
      *  the undecided held change under the key.  SQLCA-COUNT 0 afterwards *
      *  means another session decided it first.                            *
      **************************************************************************
        MARK-PENDING-DECIDED SECTION.
      *
           ACCEPT WS-PEND-STAMP-DATE       FROM DATE
           ACCEPT WS-PEND-STAMP-TIME       FROM TIME
DBPRE      MOVE 89            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'pctb004o_pending ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-DECISION DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'CHECKER_ID ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-CHECKER-ID DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'CHECKER_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-STAMP-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE   'CHECKER_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-STAMP-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'FIELD1 ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-PEND-FIELD1 DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'APPROVAL_STATUS ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''P'' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           .
        MARK-PENDING-DECIDED-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Give back an approval that could not be carried out - the decision *
      *  stamp goes with it and the change stays held.                      *
      **************************************************************************
        ROLLBACK-ONLINE-WORK SECTION.
      *
DBPRE      MOVE 90            TO SQLCA-SEQUENCE
DBPRE      CALL "MySQL_rollback"
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE    TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           .
        ROLLBACK-ONLINE-WORK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Each confirmed change is its own unit of work - committed at once  *
      *  so a later Ctrl-type exit cannot take an applied fix with it.      *
      **************************************************************************
