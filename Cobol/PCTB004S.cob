      *
      * This will be displayed in the logfile at runtime
        01  PGCTB-VERSION                    PIC  X(38)
            VALUE '20261015 2.5 MAKER/CHECKER AUDIT'.
      *
        01  FIELD1.
          05 FIELD1-NUM                      PIC  9(08).
      * block 001 and block 004 changes share the one audit writer
        01  WS-AUDIT-REQUEST                 PIC  X(16).
        01  WS-AUDIT-OPERATOR                PIC  X(08).
      * The approving operator of a maker/checker change - only the
      * block 001 change and delete carry one; WRITE-AUDIT-ROW clears
      * it after every row so no other request can inherit it
        01  WS-AUDIT-CHECKER                 PIC  X(08) VALUE SPACE.
      *
      * The detail line's value as it stands before a change - the
      * before image of a block 004 audit row
      * online session, spaces for a batch caller; lands in every
      * example_table_audit row
            06 PCTB004-001-OPERATOR-ID        PIC X(08).
      * The approving second operator of a desk change or delete,
      * spaces where no approval stands behind the request
            06 PCTB004-001-CHECKER-ID         PIC X(08).
DBPRE * END-EXEC.
      *
      * The parameter block of this subroutine, number 002
                   MOVE PCTB004-001-REQUEST TO WS-AUDIT-REQUEST
                   MOVE PCTB004-001-OPERATOR-ID
                                            TO WS-AUDIT-OPERATOR
                   MOVE PCTB004-001-CHECKER-ID
                                            TO WS-AUDIT-CHECKER
                   PERFORM WRITE-AUDIT-ROW
                END-IF
             WHEN OTHER
                   MOVE PCTB004-001-REQUEST TO WS-AUDIT-REQUEST
                   MOVE PCTB004-001-OPERATOR-ID
                                            TO WS-AUDIT-OPERATOR
                   MOVE PCTB004-001-CHECKER-ID
                                            TO WS-AUDIT-CHECKER
                   PERFORM WRITE-AUDIT-ROW
                END-IF
             WHEN OTHER
      **************************************************************************
      *  One audit row for the change just applied: which request, from      *
      *  which calling program, when, and the row before and after.          *
      *  The operator who keyed it and, for an approved desk change, the     *
      *  operator who approved it ride along in AUDIT_OPERATOR and           *
      *  AUDIT_CHECKER.                                                      *
      **************************************************************************
        WRITE-AUDIT-ROW SECTION.
      *
DBPRE   'AUDIT_REQUEST, ' DELIMITED SIZE
DBPRE   'AUDIT_PROGRAM, ' DELIMITED SIZE
DBPRE   'AUDIT_OPERATOR, ' DELIMITED SIZE
DBPRE   'AUDIT_CHECKER, ' DELIMITED SIZE
DBPRE   'AUDIT_DATE, ' DELIMITED SIZE
DBPRE   'AUDIT_TIME, ' DELIMITED SIZE
DBPRE   'BEFORE_FIELD1, ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-AUDIT-CHECKER DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           MOVE SPACES                     TO WS-AUDIT-CHECKER
           .
        WRITE-AUDIT-ROW-EXIT.
           EXIT.
