      *   Common run-log subroutine of the PGCTB framework - records every    *
      *   job execution in pgctb_run_log.  START-RUN inserts the row when     *
      *   the job comes up, END-RUN completes it with the end stamp, the     *
      *   final RETURN-CODE and the control totals.  NOTE-OVERRIDE marks     *
      *   a run an operator released past a held condition.  See PGCTBLOGP.  *
      *                                                                        *
      **************************************************************************
      /
      *
      * This will be displayed in the logfile at runtime
        01  PGCTB-VERSION                    PIC  X(38)
            VALUE '20261015 1.2 RUN OVERRIDE NOTE'.
      *
      * The end stamp is taken here, at the moment END-RUN is handled,
      * not from the caller's (start-of-run) PGCTB-DATE/PGCTB-TIME
          05  PGCTBLOG-001-REQUEST            PIC X(16).
            88 PGCTBLOG-001-START-RUN         VALUE 'START-RUN       '.
            88 PGCTBLOG-001-END-RUN           VALUE 'END-RUN         '.
            88 PGCTBLOG-001-NOTE-OVERRIDE     VALUE 'NOTE-OVERRIDE   '.
          05  PGCTBLOG-001-DATA.
            06 FILLER                         PIC X.
            06 PGCTBLOG-001-STATUS            PIC 999.
      * Who is behind the run - the signed-on operator of an online
      * session, spaces for a scheduled batch job
            06 PGCTBLOG-001-OPERATOR-ID       PIC X(08).
      * The override PARM a held run was released with - NOTE-OVERRIDE
      * only
            06 PGCTBLOG-001-OVERRIDE          PIC X(08).
DBPRE * END-EXEC.
      *
          COPY PGCTBPARAM.
              PERFORM START-RUN
              WHEN PGCTBLOG-001-END-RUN
              PERFORM END-RUN
              WHEN PGCTBLOG-001-NOTE-OVERRIDE
              PERFORM NOTE-OVERRIDE
              WHEN OTHER
                 MOVE 'Invalid Request'     TO PGCTB-ERROR-MESSAGE
                  SET PGCTB-INVALID-REQUEST  TO TRUE
           .
        END-RUN-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Note the override PARM the run was released with on its row -      *
      *  committed at once like START-RUN, so the override stays on record  *
      *  even if the released run then abends.  No matching row is an       *
      *  error back to the caller, as for END-RUN.                          *
      **************************************************************************
        NOTE-OVERRIDE SECTION.
      *
           SET PGCTBLOG-001-OK               TO TRUE
DBPRE      MOVE 73            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'UPDATE ' DELIMITED SIZE
DBPRE   'pgctb_run_log ' DELIMITED SIZE
DBPRE   'SET ' DELIMITED SIZE
DBPRE   'RUN_OVERRIDE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTBLOG-001-OVERRIDE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'PROGRAM_NAME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTB-CALLER-NAME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'START_DATE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTBLOG-001-START-DATE DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'START_TIME ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      PGCTBLOG-001-START-TIME DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE        TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                IF SQLCA-COUNT = 0
                   SET PGCTBLOG-001-ERROR    TO TRUE
                END-IF
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
DBPRE      MOVE 74            TO SQLCA-SEQUENCE
DBPRE      CALL "MySQL_commit"
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE    TO SQLCODE
           IF SQLCODE NOT = 0
              PERFORM DB-STATUS
           END-IF
           .
        NOTE-OVERRIDE-EXIT.
           EXIT.
