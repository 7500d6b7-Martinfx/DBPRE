      * dbpre V 0.4: PCTB017B.cob                                20261015-070000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB017B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.

      **************************************************************************
      *                                                                        *
      *   Consolidate the maintenance TRANSFILEs of several sending systems  *
      *   into the one TRANSFILE PCTB004B loads in MAINT mode.  The senders  *
      *   are kept in pctb017b_sender - SENDING_SYSTEM, PRIORITY (1 beats   *
      *   2), ACTIVE (Y/N), INFILE_NAME and ACKFILE_NAME (the names their   *
      *   input and acknowledgment are assigned to).                        *
      *                                                                        *
      *   Every active sender's file is checked on its own first - header   *
      *   first and naming that sender, trailer last, trailer record count  *
      *   and FIELD1 hash total agreeing with the details, and the file     *
      *   not one already merged into a load.  A sender whose file is       *
      *   missing or fails a check is held: none of its records are merged *
      *   and it is told why; the others go ahead.                          *
      *                                                                        *
      *   The clean senders' records are merged through a sort on FIELD1.  *
      *   Where two senders touch the same FIELD1, every record of the     *
      *   highest-priority sender for that key goes through in its own     *
      *   order; the other senders' records for the key are dropped,       *
      *   listed in the log and acknowledged back to their sender as       *
      *   SUPERSEDED together with the sender that won.                     *
      *                                                                        *
      *   The merged file carries its own header - sender PCTB017B and a   *
      *   generation one past the last one PCTB004B registered in           *
      *   pctb004b_filelog, so a rerun before the load rewrites the same    *
      *   generation and the load's duplicate-file guard still works.       *
      *   Each sender file's disposition goes to pctb017b_sender_file      *
      *   (SENDING_SYSTEM, FILE_SEQ, FILE_CREATED, MERGED_SEQ, RUN_DATE,    *
      *   RUN_TIME, DISPOSITION, HOLD_REASON, CT_READ, CT_MERGED,           *
      *   CT_SUPERSEDED); a sender file counts as already merged once the   *
      *   generation it went into shows in pctb004b_filelog.                *
      *                                                                        *
      *   Only maintenance traffic is consolidated: a LOAD or DELTA file is *
      *   a whole-table snapshot, and leaving a held sender out of one      *
      *   would wipe or delete that sender's rows instead of holding them.  *
      *                                                                        *
      *   RETURN-CODE 0 = every sender merged, 4 = a sender held (the       *
      *   merged TRANSFILE of the others is ready to load), 8 = every       *
      *   sender held, no TRANSFILE written.                                *
      *                                                                        *
      **************************************************************************

      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
      *
      * One sender's maintenance file at a time - assigned to the
      * INFILE_NAME of the sender being read
            SELECT SENDER-FILE      ASSIGN TO WS-SENDER-FILE-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-SENDER-FILE-STATUS.
      *
      * The consolidated file PCTB004B loads
            SELECT TRANS-OUT-FILE   ASSIGN TO 'TRANSFILE'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-FILE-STATUS.
      *
      * One sender's acknowledgment at a time - assigned to the
      * ACKFILE_NAME of the sender being answered
            SELECT SENDER-ACK-FILE  ASSIGN TO WS-ACK-FILE-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-ACK-FILE-STATUS.
      *
      * The records that lost to a higher-priority sender, kept until
      * every sender's acknowledgment is written
            SELECT SUPERSEDED-FILE  ASSIGN TO 'SUPERWK'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SUPER-FILE-STATUS.
      *
      * Sort work file for the FIELD1 merge
            SELECT SORT-FILE        ASSIGN TO 'SORTWK01'.

      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.

      **************************************************************************
      *  F I L E   S E C T I O N                                               *
      **************************************************************************
        FILE SECTION.
      *
      * The PCTB004B maintenance layout - action code, FIELD1, FIELD2,
      * FIELD3 and the effective date, framed by 'H' and 'T' records
        FD  SENDER-FILE
            LABEL RECORDS ARE STANDARD.
        01  SENDER-RECORD.
          05 SENDER-ACTION                   PIC  X(01).
          05 SENDER-FIELD1                   PIC  9(08).
          05 SENDER-FIELD2                   PIC  X(16).
          05 SENDER-FIELD3                   PIC  X(32).
          05 SENDER-EFF-DATE                 PIC  X(06).
      *
        FD  TRANS-OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  TRANS-OUT-RECORD                 PIC  X(63).
      *
        FD  SENDER-ACK-FILE
            LABEL RECORDS ARE STANDARD.
        01  SENDER-ACK-RECORD                PIC  X(100).
      *
        FD  SUPERSEDED-FILE
            LABEL RECORDS ARE STANDARD.
        01  SUPERSEDED-RECORD.
          05 SUPER-SENDER-IX                 PIC  9(02).
          05 SUPER-SEQ                       PIC  9(08).
          05 SUPER-FIELD1                    PIC  X(08).
          05 SUPER-ACTION                    PIC  X(01).
          05 SUPER-WINNER                    PIC  X(08).
      *
      * Sorted on FIELD1, then sender priority, then the record's
      * place in its own file - the first sender of each key wins and
      * its records keep their order
        SD  SORT-FILE.
        01  SORT-RECORD.
          05 SORT-FIELD1                     PIC  X(08).
          05 SORT-SENDER-IX                  PIC  9(02).
          05 SORT-SEQ                        PIC  9(08).
          05 SORT-DATA                       PIC  X(63).

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
      * The names the sender file and the acknowledgment are opened
      * under - moved in from the sender table before each OPEN
        01  WS-SENDER-FILE-NAME              PIC  X(08) VALUE SPACE.
        01  WS-ACK-FILE-NAME                 PIC  X(08) VALUE SPACE.
        01  WS-SENDER-FILE-STATUS            PIC  X(02) VALUE '00'.
          88 SENDER-FILE-OK                  VALUE '00'.
          88 SENDER-FILE-EOF                 VALUE '10'.
          88 SENDER-FILE-NOT-THERE           VALUE '35'.
        01  WS-TRANS-FILE-STATUS             PIC  X(02) VALUE '00'.
        01  WS-ACK-FILE-STATUS               PIC  X(02) VALUE '00'.
        01  WS-SUPER-FILE-STATUS             PIC  X(02) VALUE '00'.
          88 SUPER-FILE-OK                   VALUE '00'.
          88 SUPER-FILE-EOF                  VALUE '10'.
        01  WS-SORT-EOF-FLAG                 PIC  X VALUE 'N'.
          88 SORT-EOF                        VALUE 'Y'.
          88 SORT-NOT-EOF                    VALUE 'N'.
      *
      * The active senders in priority order, as pctb017b_sender
      * holds them, and where each one's file stands this run
        01  WS-SND-MAX                       PIC  9(02) VALUE 8.
        01  WS-SND-COUNT                     PIC  9(02) VALUE 0.
        01  WS-SND-IX                        PIC  9(02) VALUE 0.
        01  WS-SND-TABLE.
          05 WS-SND-ENTRY                    OCCURS 8.
            10 WS-SND-SYSTEM                 PIC  X(08).
            10 WS-SND-INFILE                 PIC  X(08).
            10 WS-SND-ACKFILE                PIC  X(08).
            10 WS-SND-STATUS                 PIC  X(01).
              88 SND-CLEAN                   VALUE 'C'.
              88 SND-HELD                    VALUE 'H'.
            10 WS-SND-HOLD-REASON            PIC  X(08).
            10 WS-SND-FILE-SEQ               PIC  X(06).
            10 WS-SND-FILE-CREATED           PIC  X(14).
            10 WS-SND-CT-READ                PIC  9(08).
            10 WS-SND-CT-TRAILER             PIC  9(08).
            10 WS-SND-HASH-TOTAL             PIC  9(15).
            10 WS-SND-HASH-TRAILER           PIC  9(15).
            10 WS-SND-CT-MERGED              PIC  9(08).
            10 WS-SND-CT-SUPERSEDED          PIC  9(08).
        01  WS-SND-CT-CLEAN                  PIC  9(02) VALUE 0.
        01  WS-SND-CT-HELD                   PIC  9(02) VALUE 0.
      *
      * One pctb017b_sender row as fetched
        01  WS-DB-SENDER-ROW.
          05 WS-DB-SND-SYSTEM                PIC  X(08).
          05 WS-DB-SND-INFILE                PIC  X(08).
          05 WS-DB-SND-ACKFILE               PIC  X(08).
      *
      * The envelope of the sender file being checked - the same
      * header and trailer PCTB004B reads
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
        01  WS-FILE-FRAME-FLAG               PIC  X VALUE 'Y'.
          88 FILE-FRAME-OK                   VALUE 'Y'.
          88 FILE-FRAME-BROKEN               VALUE 'N'.
      *
      * The merged file - its generation, the key being merged and
      * the sender that owns it, and the merged file's own totals
        01  WS-MERGE-SEQ                     PIC  X(06) VALUE SPACE.
        01  WS-MERGE-SENDER              PIC  X(08) VALUE 'PCTB017B'.
        01  WS-MERGE-PREV-KEY                PIC  X(08) VALUE SPACE.
        01  WS-MERGE-WINNER-IX               PIC  9(02) VALUE 0.
        01  WS-MERGE-KEY-FLAG                PIC  X VALUE 'N'.
          88 MERGE-KEY-SET                   VALUE 'Y'.
          88 MERGE-KEY-NOT-SET               VALUE 'N'.
        01  WS-MERGE-WRITTEN-FLAG            PIC  X VALUE 'N'.
          88 MERGE-WRITTEN                   VALUE 'Y'.
          88 MERGE-NOT-WRITTEN               VALUE 'N'.
        01  WS-MERGE-CT-RECORDS              PIC  9(08) VALUE 0.
        01  WS-MERGE-CT-SUPERSEDED           PIC  9(08) VALUE 0.
        01  WS-MERGE-HASH-TOTAL              PIC  9(15) VALUE 0.
        01  WS-MERGE-FIELD1                  PIC  9(08).
        01  WS-MERGE-HEADER.
          05 FILLER                          PIC  X(01) VALUE 'H'.
          05 FILLER                          PIC  X(02) VALUE '20'.
          05 WS-MH-CREATE-DATE               PIC  X(06).
          05 WS-MH-CREATE-TIME               PIC  X(06).
          05 WS-MH-FILE-SEQ                  PIC  X(06).
          05 WS-MH-SENDER                    PIC  X(08).
        01  WS-MERGE-TRAILER.
          05 FILLER                          PIC  X(01) VALUE 'T'.
          05 WS-MT-RECORD-COUNT              PIC  9(08).
          05 WS-MT-HASH-TOTAL                PIC  9(15).
        01  WS-MERGE-SEQ-N                   PIC  9(06) VALUE 0.
        01  WS-RELEASE-SEQ                   PIC  9(08) VALUE 0.
        01  WS-HOLD-REASON                   PIC  X(08) VALUE SPACE.
      *
      * One pctb017b_sender_file row as inserted
        01  WS-REG-ROW.
          05 WS-REG-SYSTEM                   PIC  X(08).
          05 WS-REG-FILE-SEQ                 PIC  X(06).
          05 WS-REG-FILE-CREATED             PIC  X(14).
          05 WS-REG-MERGED-SEQ               PIC  X(06).
          05 WS-REG-DISPOSITION              PIC  X(08).
          05 WS-REG-HOLD-REASON              PIC  X(08).
          05 WS-REG-CT-READ                  PIC  9(08).
          05 WS-REG-CT-MERGED                PIC  9(08).
          05 WS-REG-CT-SUPERSEDED            PIC  9(08).
      *
      * One-row answers fetched as character data
        01  WS-DB-COUNT-X                    PIC  X(12).
        01  WS-DB-ROW-COUNT                  PIC  9(08).
      *
      * The acknowledgment back to each sender - its file's
      * disposition in the header, one line per superseded record,
      * and the counts in the trailer
        01  WS-ACK-HEADER-LINE.
          05 FILLER                          PIC  X(02) VALUE 'H'.
          05 FILLER                          PIC  X(02) VALUE '20'.
          05 WS-AH-RUN-DATE                  PIC  X(06).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AH-RUN-TIME                  PIC  X(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AH-SENDER                    PIC  X(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AH-FILE-SEQ                  PIC  X(06).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AH-DISPOSITION               PIC  X(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AH-HOLD-REASON               PIC  X(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AH-MERGE-SEQ                 PIC  X(06).
        01  WS-ACK-DETAIL-LINE.
          05 FILLER                          PIC  X(02) VALUE 'D'.
          05 WS-AD-SEQ                       PIC  9(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AD-FIELD1                    PIC  X(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AD-ACTION                    PIC  X(01).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 FILLER                          PIC  X(10) VALUE
             'SUPERSEDED'.
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AD-WINNER                    PIC  X(08).
        01  WS-ACK-TRAILER-LINE.
          05 FILLER                          PIC  X(02) VALUE 'T'.
          05 WS-AT-READ-COUNT                PIC  9(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AT-MERGED                    PIC  9(08).
          05 FILLER                          PIC  X(01) VALUE SPACE.
          05 WS-AT-SUPERSEDED                PIC  9(08).
      *
      * This run's control totals for pgctb_run_log - records merged
      * into TRANSFILE, and records dropped as superseded
        01  WS-CT-INSERTED                    PIC  9(08) VALUE 0.
        01  WS-CT-UPDATED                     PIC  9(08) VALUE 0.
        01  WS-CT-DELETED                     PIC  9(08) VALUE 0.
      *
      * The RETURN-CODE the job ends with when it runs to completion -
      * 0 = every sender merged, 4 = a sender held, 8 = every sender
      * held (the error paths in PGCTB-STATUS/DB-STATUS still stop run
      * with 2 or 3)
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
           MOVE 'PCTB017B'                  TO PGCTB-PROGRAM-NAME
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
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
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
      * carries the outcome (0 = every sender merged, 4 = a sender
      * held, 8 = every sender held)
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
      *  U S E R - C O D I N G                                                 *
      **************************************************************************
        PGCTB-ACTION SECTION.
      *
      * The active senders, highest priority first
           PERFORM LOAD-SENDER-TABLE
      *
      * The generation the merged file is written under
           PERFORM NEXT-MERGE-SEQ
      *
      * Check every sender's file on its own - a bad one is held and
      * takes no further part
           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > WS-SND-COUNT
              PERFORM CHECK-SENDER-FILE
              IF SND-CLEAN (WS-SND-IX)
                 ADD 1                      TO WS-SND-CT-CLEAN
              ELSE
                 ADD 1                      TO WS-SND-CT-HELD
              END-IF
           END-PERFORM
      *
      * Merge the clean senders into TRANSFILE - with every sender held
      * there is nothing to load and no TRANSFILE is written
           IF WS-SND-CT-CLEAN > 0
              PERFORM WRITE-MERGED-FILE
           ELSE
              DISPLAY 'Every sender held - no TRANSFILE written'
           END-IF
      *
      * Tell each sender what became of its file
           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > WS-SND-COUNT
              PERFORM WRITE-SENDER-ACK
           END-PERFORM
      *
      * Keep each sender file's disposition against this generation
           PERFORM REGISTER-SENDER-FILES
      *
           PERFORM CONSOLIDATION-REPORT
           .
        PGCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The active senders from pctb017b_sender in priority order - the   *
      *  table position is the sender's rank in the merge.  No active      *
      *  sender at all is an error stop: the consolidation is not set up.  *
      **************************************************************************
        LOAD-SENDER-TABLE SECTION.
      *
           MOVE 0                           TO WS-SND-COUNT
           MOVE SPACES                      TO WS-DB-SENDER-ROW
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'SENDING_SYSTEM, ' DELIMITED SIZE
DBPRE   'INFILE_NAME, ' DELIMITED SIZE
DBPRE   'ACKFILE_NAME ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb017b_sender ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'ACTIVE ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''Y'' ' DELIMITED SIZE
DBPRE   'ORDER ' DELIMITED SIZE
DBPRE   'BY ' DELIMITED SIZE
DBPRE   'PRIORITY, ' DELIMITED SIZE
DBPRE   'SENDING_SYSTEM ' DELIMITED SIZE
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
DBPRE                                      WS-DB-SND-SYSTEM
DBPRE                                      WS-DB-SND-INFILE
DBPRE                                      WS-DB-SND-ACKFILE
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
              PERFORM STORE-SENDER-ROW
           END-IF
      *
           PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
DBPRE                                         WS-DB-SND-SYSTEM
DBPRE                                         WS-DB-SND-INFILE
DBPRE                                         WS-DB-SND-ACKFILE
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (2) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
              EVALUATE TRUE
                WHEN DB-OK
                   PERFORM STORE-SENDER-ROW
                WHEN DB-NOT-FOUND
                   CONTINUE
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-PERFORM
           SET DB-OK                    TO TRUE
      *
           IF WS-SND-COUNT = 0
              SET PGCTB-ERROR               TO TRUE
              MOVE 'No active sender in pctb017b_sender'
                                            TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        LOAD-SENDER-TABLE-EXIT.
           EXIT.
      /
        STORE-SENDER-ROW SECTION.
      *
           INSPECT WS-DB-SENDER-ROW REPLACING ALL LOW-VALUE BY SPACE
           IF WS-SND-COUNT NOT < WS-SND-MAX
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'More active senders than the table holds: '
                                            DELIMITED BY SIZE
                     WS-SND-MAX             DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           ADD 1                            TO WS-SND-COUNT
           MOVE WS-DB-SND-SYSTEM       TO WS-SND-SYSTEM (WS-SND-COUNT)
           MOVE WS-DB-SND-INFILE       TO WS-SND-INFILE (WS-SND-COUNT)
           MOVE WS-DB-SND-ACKFILE      TO WS-SND-ACKFILE (WS-SND-COUNT)
           SET SND-CLEAN (WS-SND-COUNT)     TO TRUE
           MOVE SPACES            TO WS-SND-HOLD-REASON (WS-SND-COUNT)
           MOVE SPACES            TO WS-SND-FILE-SEQ (WS-SND-COUNT)
           MOVE SPACES            TO WS-SND-FILE-CREATED (WS-SND-COUNT)
           MOVE 0                 TO WS-SND-CT-READ (WS-SND-COUNT)
           MOVE 0                 TO WS-SND-CT-TRAILER (WS-SND-COUNT)
           MOVE 0                 TO WS-SND-HASH-TOTAL (WS-SND-COUNT)
           MOVE 0                 TO WS-SND-HASH-TRAILER (WS-SND-COUNT)
           MOVE 0                 TO WS-SND-CT-MERGED (WS-SND-COUNT)
           MOVE 0                 TO WS-SND-CT-SUPERSEDED (WS-SND-COUNT)
           MOVE SPACES                      TO WS-DB-SENDER-ROW
           .
        STORE-SENDER-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  The merged file's generation - one past the last PCTB017B file    *
      *  PCTB004B registered.  Until the load takes a file the generation  *
      *  does not move, so a rerun writes the same one again.              *
      **************************************************************************
        NEXT-MERGE-SEQ SECTION.
      *
           MOVE SPACES                      TO WS-DB-COUNT-X
DBPRE      MOVE 11            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'IFNULL(MAX(CAST(FILE_SEQ ' DELIMITED SIZE
DBPRE   'AS ' DELIMITED SIZE
DBPRE   'UNSIGNED)), ' DELIMITED SIZE
DBPRE   '0) ' DELIMITED SIZE
DBPRE   '+ ' DELIMITED SIZE
DBPRE   '1 ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb004b_filelog ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'SENDING_SYSTEM ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-MERGE-SENDER DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           MOVE WS-DB-ROW-COUNT             TO WS-MERGE-SEQ-N
           MOVE WS-MERGE-SEQ-N              TO WS-MERGE-SEQ
           DISPLAY 'Merged file generation: ' WS-MERGE-SEQ
           .
        NEXT-MERGE-SEQ-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Check one sender's file end to end before any of it is merged:   *
      *  there at all, header first and only once and naming this sender, *
      *  trailer last, trailer count and FIELD1 hash agreeing with the     *
      *  details, and not a file that already went into a load.  The      *
      *  first failure holds the sender with its reason.                   *
      **************************************************************************
        CHECK-SENDER-FILE SECTION.
      *
           MOVE WS-SND-INFILE (WS-SND-IX)   TO WS-SENDER-FILE-NAME
           OPEN INPUT SENDER-FILE
           EVALUATE TRUE
           WHEN SENDER-FILE-OK
              CONTINUE
           WHEN SENDER-FILE-NOT-THERE
              MOVE 'MISSING'                TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           WHEN OTHER
              DISPLAY 'Open of ' WS-SENDER-FILE-NAME
                      ' failed, status=' WS-SENDER-FILE-STATUS
              MOVE 'OPENFAIL'               TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           END-EVALUATE
      *
           SET FILE-HDR-NOT-SEEN            TO TRUE
           SET FILE-TRL-NOT-SEEN            TO TRUE
           SET FILE-FRAME-OK                TO TRUE
           MOVE SPACES                      TO WS-FILE-HEADER
           MOVE SPACES                      TO WS-FILE-TRAILER
           PERFORM READ-SENDER-RECORD
           PERFORM UNTIL SENDER-FILE-EOF
              PERFORM CHECK-SENDER-RECORD
              PERFORM READ-SENDER-RECORD
           END-PERFORM
           CLOSE SENDER-FILE
      *
           MOVE WS-FH-FILE-SEQ     TO WS-SND-FILE-SEQ (WS-SND-IX)
           MOVE SPACES             TO WS-SND-FILE-CREATED (WS-SND-IX)
           STRING WS-FH-CREATE-DATE         DELIMITED BY SIZE
                  WS-FH-CREATE-TIME         DELIMITED BY SIZE
                  INTO WS-SND-FILE-CREATED (WS-SND-IX)
           END-STRING
      *
           EVALUATE TRUE
           WHEN FILE-FRAME-BROKEN
           WHEN FILE-HDR-NOT-SEEN
           WHEN FILE-TRL-NOT-SEEN
           WHEN WS-FT-RECORD-COUNT NOT NUMERIC
           WHEN WS-FT-HASH-TOTAL NOT NUMERIC
              MOVE 'FRAMING'                TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           WHEN WS-FH-SENDER NOT = WS-SND-SYSTEM (WS-SND-IX)
              MOVE 'WRONGSND'               TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
      *
           MOVE WS-FT-RECORD-COUNT TO WS-SND-CT-TRAILER (WS-SND-IX)
           MOVE WS-FT-HASH-TOTAL   TO WS-SND-HASH-TRAILER (WS-SND-IX)
           IF WS-SND-CT-TRAILER (WS-SND-IX)
              NOT = WS-SND-CT-READ (WS-SND-IX)
              MOVE 'COUNT'                  TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           END-IF
           IF WS-SND-HASH-TRAILER (WS-SND-IX)
              NOT = WS-SND-HASH-TOTAL (WS-SND-IX)
              MOVE 'HASH'                   TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           END-IF
      *
           PERFORM CHECK-ALREADY-MERGED
           IF WS-DB-ROW-COUNT > 0
              MOVE 'DUPLICAT'               TO WS-HOLD-REASON
              PERFORM HOLD-SENDER
              GO TO CHECK-SENDER-FILE-EXIT
           END-IF
      *
           DISPLAY 'Sender ' WS-SND-SYSTEM (WS-SND-IX)
                   ' file ' WS-SND-FILE-SEQ (WS-SND-IX)
                   ' clean, ' WS-SND-CT-READ (WS-SND-IX) ' records'
           .
        CHECK-SENDER-FILE-EXIT.
           EXIT.
      /
        READ-SENDER-RECORD SECTION.
      *
           READ SENDER-FILE
           EVALUATE TRUE
           WHEN SENDER-FILE-OK
           WHEN SENDER-FILE-EOF
              CONTINUE
           WHEN OTHER
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Read of '             DELIMITED BY SIZE
                     WS-SENDER-FILE-NAME    DELIMITED BY SIZE
                     ' failed, status='     DELIMITED BY SIZE
                     WS-SENDER-FILE-STATUS  DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
        READ-SENDER-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One record of the sender file against the framing rules - the    *
      *  header before anything else, details between header and trailer, *
      *  nothing after the trailer.  Details are counted and their FIELD1 *
      *  summed the way PCTB004B proves the trailer.                       *
      **************************************************************************
        CHECK-SENDER-RECORD SECTION.
      *
           EVALUATE SENDER-ACTION
           WHEN 'H'
              IF FILE-HDR-SEEN
              OR WS-SND-CT-READ (WS-SND-IX) > 0
                 SET FILE-FRAME-BROKEN      TO TRUE
              ELSE
                 SET FILE-HDR-SEEN          TO TRUE
                 MOVE SENDER-RECORD         TO WS-FILE-HEADER
              END-IF
           WHEN 'T'
              IF FILE-TRL-SEEN
              OR FILE-HDR-NOT-SEEN
                 SET FILE-FRAME-BROKEN      TO TRUE
              ELSE
                 SET FILE-TRL-SEEN          TO TRUE
                 MOVE SENDER-RECORD         TO WS-FILE-TRAILER
              END-IF
           WHEN OTHER
              IF FILE-HDR-NOT-SEEN
              OR FILE-TRL-SEEN
                 SET FILE-FRAME-BROKEN      TO TRUE
              END-IF
              ADD 1                    TO WS-SND-CT-READ (WS-SND-IX)
              IF SENDER-FIELD1 NUMERIC
                 ADD SENDER-FIELD1     TO WS-SND-HASH-TOTAL (WS-SND-IX)
              END-IF
           END-EVALUATE
           .
        CHECK-SENDER-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Has this sender file gone into a load already?  It has when it   *
      *  was merged into a generation PCTB004B has since registered - a    *
      *  merge of a generation never loaded does not count.                *
      **************************************************************************
        CHECK-ALREADY-MERGED SECTION.
      *
           MOVE WS-SND-SYSTEM (WS-SND-IX)   TO WS-REG-SYSTEM
           MOVE WS-SND-FILE-SEQ (WS-SND-IX) TO WS-REG-FILE-SEQ
           MOVE SPACES                      TO WS-DB-COUNT-X
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'SELECT ' DELIMITED SIZE
DBPRE   'COUNT(*) ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb017b_sender_file ' DELIMITED SIZE
DBPRE   'S ' DELIMITED SIZE
DBPRE   'JOIN ' DELIMITED SIZE
DBPRE   'pctb004b_filelog ' DELIMITED SIZE
DBPRE   'F ' DELIMITED SIZE
DBPRE   'ON ' DELIMITED SIZE
DBPRE   'F.SENDING_SYSTEM ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-MERGE-SENDER DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'F.FILE_SEQ ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   'S.MERGED_SEQ ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'S.SENDING_SYSTEM ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-SYSTEM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'S.FILE_SEQ ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-FILE-SEQ DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   'AND ' DELIMITED SIZE
DBPRE   'S.DISPOSITION ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE   '''MERGED'' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           PERFORM FETCH-ROW-COUNT
           .
        CHECK-ALREADY-MERGED-EXIT.
           EXIT.
      /
        HOLD-SENDER SECTION.
      *
           SET SND-HELD (WS-SND-IX)         TO TRUE
           MOVE WS-HOLD-REASON     TO WS-SND-HOLD-REASON (WS-SND-IX)
           DISPLAY 'Sender ' WS-SND-SYSTEM (WS-SND-IX)
                   ' file ' WS-SND-INFILE (WS-SND-IX)
                   ' held: ' WS-HOLD-REASON
           .
        HOLD-SENDER-EXIT.
           EXIT.
      /
      **************************************************************************
      *  TRANSFILE from the clean senders: its own header, the records    *
      *  through the FIELD1 merge, and a trailer proving what was written. *
      **************************************************************************
        WRITE-MERGED-FILE SECTION.
      *
           OPEN OUTPUT TRANS-OUT-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open TRANSFILE, status='
                                            DELIMITED BY SIZE
                     WS-TRANS-FILE-STATUS   DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           OPEN OUTPUT SUPERSEDED-FILE
           IF NOT SUPER-FILE-OK
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open SUPERWK, status='
                                            DELIMITED BY SIZE
                     WS-SUPER-FILE-STATUS   DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE PGCTB-DATE                  TO WS-MH-CREATE-DATE
           MOVE PGCTB-TIME (1:6)            TO WS-MH-CREATE-TIME
           MOVE WS-MERGE-SEQ                TO WS-MH-FILE-SEQ
           MOVE WS-MERGE-SENDER             TO WS-MH-SENDER
           MOVE WS-MERGE-HEADER             TO TRANS-OUT-RECORD
           PERFORM WRITE-TRANS-OUT-RECORD
      *
           SORT SORT-FILE
                ASCENDING KEY SORT-FIELD1
                              SORT-SENDER-IX
                              SORT-SEQ
                INPUT PROCEDURE IS RELEASE-SENDER-RECORDS
                OUTPUT PROCEDURE IS MERGE-SORTED-RECORDS
      *
           MOVE WS-MERGE-CT-RECORDS         TO WS-MT-RECORD-COUNT
           MOVE WS-MERGE-HASH-TOTAL         TO WS-MT-HASH-TOTAL
           MOVE WS-MERGE-TRAILER            TO TRANS-OUT-RECORD
           PERFORM WRITE-TRANS-OUT-RECORD
      *
           CLOSE TRANS-OUT-FILE
           CLOSE SUPERSEDED-FILE
           SET MERGE-WRITTEN                TO TRUE
           MOVE WS-MERGE-CT-RECORDS         TO WS-CT-INSERTED
           MOVE WS-MERGE-CT-SUPERSEDED      TO WS-CT-DELETED
           .
        WRITE-MERGED-FILE-EXIT.
           EXIT.
      /
        WRITE-TRANS-OUT-RECORD SECTION.
      *
           WRITE TRANS-OUT-RECORD
           IF WS-TRANS-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Write to TRANSFILE failed, status='
                                            DELIMITED BY SIZE
                     WS-TRANS-FILE-STATUS   DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        WRITE-TRANS-OUT-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Sort input - every detail of every clean sender, tagged with the  *
      *  sender's rank and the record's place in its own file.             *
      **************************************************************************
        RELEASE-SENDER-RECORDS SECTION.
      *
           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > WS-SND-COUNT
              IF SND-CLEAN (WS-SND-IX)
                 PERFORM RELEASE-ONE-SENDER
              END-IF
           END-PERFORM
           .
        RELEASE-SENDER-RECORDS-EXIT.
           EXIT.
      /
        RELEASE-ONE-SENDER SECTION.
      *
           MOVE WS-SND-INFILE (WS-SND-IX)   TO WS-SENDER-FILE-NAME
           OPEN INPUT SENDER-FILE
           IF NOT SENDER-FILE-OK
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Reopen of '           DELIMITED BY SIZE
                     WS-SENDER-FILE-NAME    DELIMITED BY SIZE
                     ' failed, status='     DELIMITED BY SIZE
                     WS-SENDER-FILE-STATUS  DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 0                           TO WS-RELEASE-SEQ
           PERFORM READ-SENDER-RECORD
           PERFORM UNTIL SENDER-FILE-EOF
              IF SENDER-ACTION NOT = 'H'
              AND SENDER-ACTION NOT = 'T'
                 ADD 1                      TO WS-RELEASE-SEQ
                 MOVE SENDER-RECORD (2:8)   TO SORT-FIELD1
                 MOVE WS-SND-IX             TO SORT-SENDER-IX
                 MOVE WS-RELEASE-SEQ        TO SORT-SEQ
                 MOVE SENDER-RECORD         TO SORT-DATA
                 RELEASE SORT-RECORD
              END-IF
              PERFORM READ-SENDER-RECORD
           END-PERFORM
           CLOSE SENDER-FILE
           .
        RELEASE-ONE-SENDER-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Sort output - the first sender of each FIELD1 owns the key: all  *
      *  of its records go to TRANSFILE in their own order, the records   *
      *  of any lower-priority sender for the key are dropped to SUPERWK   *
      *  with the sender that won.                                         *
      **************************************************************************
        MERGE-SORTED-RECORDS SECTION.
      *
           SET SORT-NOT-EOF                 TO TRUE
           SET MERGE-KEY-NOT-SET            TO TRUE
           PERFORM UNTIL SORT-EOF
              RETURN SORT-FILE
                 AT END
                    SET SORT-EOF            TO TRUE
                 NOT AT END
                    PERFORM MERGE-ONE-RECORD
              END-RETURN
           END-PERFORM
           .
        MERGE-SORTED-RECORDS-EXIT.
           EXIT.
      /
        MERGE-ONE-RECORD SECTION.
      *
           IF MERGE-KEY-NOT-SET
           OR SORT-FIELD1 NOT = WS-MERGE-PREV-KEY
              SET MERGE-KEY-SET             TO TRUE
              MOVE SORT-FIELD1              TO WS-MERGE-PREV-KEY
              MOVE SORT-SENDER-IX           TO WS-MERGE-WINNER-IX
           END-IF
      *
           IF SORT-SENDER-IX = WS-MERGE-WINNER-IX
              MOVE SORT-DATA                TO TRANS-OUT-RECORD
              PERFORM WRITE-TRANS-OUT-RECORD
              ADD 1                         TO WS-MERGE-CT-RECORDS
              ADD 1                 TO WS-SND-CT-MERGED (SORT-SENDER-IX)
              IF SORT-FIELD1 NUMERIC
                 MOVE SORT-FIELD1           TO WS-MERGE-FIELD1
                 ADD WS-MERGE-FIELD1        TO WS-MERGE-HASH-TOTAL
              END-IF
           ELSE
              ADD 1                         TO WS-MERGE-CT-SUPERSEDED
              ADD 1             TO WS-SND-CT-SUPERSEDED (SORT-SENDER-IX)
              MOVE SORT-SENDER-IX           TO SUPER-SENDER-IX
              MOVE SORT-SEQ                 TO SUPER-SEQ
              MOVE SORT-FIELD1              TO SUPER-FIELD1
              MOVE SORT-DATA (1:1)          TO SUPER-ACTION
              MOVE WS-SND-SYSTEM (WS-MERGE-WINNER-IX)
                                            TO SUPER-WINNER
              WRITE SUPERSEDED-RECORD
              IF NOT SUPER-FILE-OK
                 SET PGCTB-ERROR            TO TRUE
                 MOVE SPACES                TO PGCTB-ERROR-MESSAGE
                 STRING 'Write to SUPERWK failed, status='
                                            DELIMITED BY SIZE
                        WS-SUPER-FILE-STATUS
                                            DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
                 PERFORM PGCTB-STATUS
              END-IF
              DISPLAY 'Superseded: ' WS-SND-SYSTEM (SORT-SENDER-IX)
                      ' record ' SORT-SEQ
                      ' FIELD1 ' SORT-FIELD1
                      ' action ' SORT-DATA (1:1)
                      ' - kept '
                      WS-SND-SYSTEM (WS-MERGE-WINNER-IX)
           END-IF
           .
        MERGE-ONE-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One sender's acknowledgment - the disposition of its file in the *
      *  header, each of its records that lost to another sender, and the *
      *  read / merged / superseded counts in the trailer.                 *
      **************************************************************************
        WRITE-SENDER-ACK SECTION.
      *
           MOVE WS-SND-ACKFILE (WS-SND-IX)  TO WS-ACK-FILE-NAME
           OPEN OUTPUT SENDER-ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open '      DELIMITED BY SIZE
                     WS-ACK-FILE-NAME       DELIMITED BY SIZE
                     ', status='            DELIMITED BY SIZE
                     WS-ACK-FILE-STATUS     DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE PGCTB-DATE                  TO WS-AH-RUN-DATE
           MOVE PGCTB-TIME                  TO WS-AH-RUN-TIME
           MOVE WS-SND-SYSTEM (WS-SND-IX)   TO WS-AH-SENDER
           MOVE WS-SND-FILE-SEQ (WS-SND-IX) TO WS-AH-FILE-SEQ
           MOVE WS-SND-HOLD-REASON (WS-SND-IX)
                                            TO WS-AH-HOLD-REASON
           MOVE WS-MERGE-SEQ                TO WS-AH-MERGE-SEQ
           IF SND-CLEAN (WS-SND-IX)
              MOVE 'MERGED'                 TO WS-AH-DISPOSITION
           ELSE
              MOVE 'HELD'                   TO WS-AH-DISPOSITION
           END-IF
           MOVE WS-ACK-HEADER-LINE          TO SENDER-ACK-RECORD
           PERFORM WRITE-SENDER-ACK-RECORD
      *
           IF MERGE-WRITTEN
           AND SND-CLEAN (WS-SND-IX)
           AND WS-SND-CT-SUPERSEDED (WS-SND-IX) > 0
              PERFORM WRITE-SUPERSEDED-LINES
           END-IF
      *
           MOVE WS-SND-CT-READ (WS-SND-IX)  TO WS-AT-READ-COUNT
           MOVE WS-SND-CT-MERGED (WS-SND-IX)
                                            TO WS-AT-MERGED
           MOVE WS-SND-CT-SUPERSEDED (WS-SND-IX)
                                            TO WS-AT-SUPERSEDED
           MOVE WS-ACK-TRAILER-LINE         TO SENDER-ACK-RECORD
           PERFORM WRITE-SENDER-ACK-RECORD
      *
           CLOSE SENDER-ACK-FILE
           .
        WRITE-SENDER-ACK-EXIT.
           EXIT.
      /
        WRITE-SUPERSEDED-LINES SECTION.
      *
           OPEN INPUT SUPERSEDED-FILE
           IF NOT SUPER-FILE-OK
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Reopen of SUPERWK failed, status='
                                            DELIMITED BY SIZE
                     WS-SUPER-FILE-STATUS   DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
      *
           READ SUPERSEDED-FILE
           PERFORM UNTIL NOT SUPER-FILE-OK
              IF SUPER-SENDER-IX = WS-SND-IX
                 MOVE SUPER-SEQ             TO WS-AD-SEQ
                 MOVE SUPER-FIELD1          TO WS-AD-FIELD1
                 MOVE SUPER-ACTION          TO WS-AD-ACTION
                 MOVE SUPER-WINNER          TO WS-AD-WINNER
                 MOVE WS-ACK-DETAIL-LINE    TO SENDER-ACK-RECORD
                 PERFORM WRITE-SENDER-ACK-RECORD
              END-IF
              READ SUPERSEDED-FILE
           END-PERFORM
           IF NOT SUPER-FILE-EOF
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Read of SUPERWK failed, status='
                                            DELIMITED BY SIZE
                     WS-SUPER-FILE-STATUS   DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE SUPERSEDED-FILE
           .
        WRITE-SUPERSEDED-LINES-EXIT.
           EXIT.
      /
        WRITE-SENDER-ACK-RECORD SECTION.
      *
           WRITE SENDER-ACK-RECORD
           IF WS-ACK-FILE-STATUS NOT = '00'
              SET PGCTB-ERROR               TO TRUE
              MOVE SPACES                   TO PGCTB-ERROR-MESSAGE
              STRING 'Write to '            DELIMITED BY SIZE
                     WS-ACK-FILE-NAME       DELIMITED BY SIZE
                     ' failed, status='     DELIMITED BY SIZE
                     WS-ACK-FILE-STATUS     DELIMITED BY SIZE
                                            INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
        WRITE-SENDER-ACK-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  One pctb017b_sender_file row per sender for this generation.  A  *
      *  rerun before the load replaces the rows of the generation it     *
      *  rewrites instead of adding to them.                               *
      **************************************************************************
        REGISTER-SENDER-FILES SECTION.
      *
           MOVE WS-MERGE-SEQ                TO WS-REG-MERGED-SEQ
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'DELETE ' DELIMITED SIZE
DBPRE   'FROM ' DELIMITED SIZE
DBPRE   'pctb017b_sender_file ' DELIMITED SIZE
DBPRE   'WHERE ' DELIMITED SIZE
DBPRE   'MERGED_SEQ ' DELIMITED SIZE
DBPRE   '= ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-MERGED-SEQ DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           IF NOT DB-OK
              PERFORM DB-STATUS
           END-IF
      *
           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > WS-SND-COUNT
              MOVE WS-SND-SYSTEM (WS-SND-IX)     TO WS-REG-SYSTEM
              MOVE WS-SND-FILE-SEQ (WS-SND-IX)   TO WS-REG-FILE-SEQ
              MOVE WS-SND-FILE-CREATED (WS-SND-IX)
                                                 TO WS-REG-FILE-CREATED
              MOVE WS-SND-HOLD-REASON (WS-SND-IX)
                                                 TO WS-REG-HOLD-REASON
              MOVE WS-SND-CT-READ (WS-SND-IX)    TO WS-REG-CT-READ
              MOVE WS-SND-CT-MERGED (WS-SND-IX)  TO WS-REG-CT-MERGED
              MOVE WS-SND-CT-SUPERSEDED (WS-SND-IX)
                                                 TO WS-REG-CT-SUPERSEDED
              IF SND-CLEAN (WS-SND-IX)
                 MOVE 'MERGED'                   TO WS-REG-DISPOSITION
              ELSE
                 MOVE 'HELD'                     TO WS-REG-DISPOSITION
              END-IF
              PERFORM INSERT-SENDER-FILE-ROW
           END-PERFORM
           .
        REGISTER-SENDER-FILES-EXIT.
           EXIT.
      /
        INSERT-SENDER-FILE-ROW SECTION.
      *
DBPRE      MOVE 14            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *    END-EXEC.
DBPRE   MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE   STRING
DBPRE   'INSERT ' DELIMITED SIZE
DBPRE   'INTO ' DELIMITED SIZE
DBPRE   'pctb017b_sender_file ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE   'SENDING_SYSTEM, ' DELIMITED SIZE
DBPRE   'FILE_SEQ, ' DELIMITED SIZE
DBPRE   'FILE_CREATED, ' DELIMITED SIZE
DBPRE   'MERGED_SEQ, ' DELIMITED SIZE
DBPRE   'RUN_DATE, ' DELIMITED SIZE
DBPRE   'RUN_TIME, ' DELIMITED SIZE
DBPRE   'DISPOSITION, ' DELIMITED SIZE
DBPRE   'HOLD_REASON, ' DELIMITED SIZE
DBPRE   'CT_READ, ' DELIMITED SIZE
DBPRE   'CT_MERGED, ' DELIMITED SIZE
DBPRE   'CT_SUPERSEDED ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   'VALUES ' DELIMITED SIZE
DBPRE   '( ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-SYSTEM DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-FILE-SEQ DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-FILE-CREATED DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-MERGED-SEQ DELIMITED SIZE
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
DBPRE      WS-REG-DISPOSITION DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE      WS-REG-HOLD-REASON DELIMITED SIZE
DBPRE      SQLCA-QUOTE DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-REG-CT-READ DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-REG-CT-MERGED DELIMITED SIZE
DBPRE   ', ' DELIMITED SIZE
DBPRE      WS-REG-CT-SUPERSEDED DELIMITED SIZE
DBPRE   ' ' DELIMITED SIZE
DBPRE   ') ' DELIMITED SIZE
DBPRE   INTO SQLCA-STATEMENT
DBPRE   END-STRING
DBPRE   CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE   END-CALL
DBPRE   MOVE RETURN-CODE TO SQLCODE
           IF NOT DB-OK
              PERFORM DB-STATUS
           END-IF
           .
        INSERT-SENDER-FILE-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  Where every sender stands, and the RETURN-CODE - 4 when a sender  *
      *  was held but the others were merged, 8 when nothing was merged.   *
      **************************************************************************
        CONSOLIDATION-REPORT SECTION.
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  SENDER   FILE   DISPOSITION       READ    MERGED'
                   '  SUPERSEDED'
           PERFORM VARYING WS-SND-IX FROM 1 BY 1
                   UNTIL WS-SND-IX > WS-SND-COUNT
              IF SND-CLEAN (WS-SND-IX)
                 MOVE 'MERGED'              TO WS-REG-DISPOSITION
              ELSE
                 MOVE 'HELD'                TO WS-REG-DISPOSITION
              END-IF
              DISPLAY '*  ' WS-SND-SYSTEM (WS-SND-IX)
                      ' ' WS-SND-FILE-SEQ (WS-SND-IX)
                      ' ' WS-REG-DISPOSITION
                      ' ' WS-SND-HOLD-REASON (WS-SND-IX)
                      ' ' WS-SND-CT-READ (WS-SND-IX)
                      ' ' WS-SND-CT-MERGED (WS-SND-IX)
                      ' ' WS-SND-CT-SUPERSEDED (WS-SND-IX)
           END-PERFORM
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  SENDERS MERGED.........: ' WS-SND-CT-CLEAN
                   '                      *'
           DISPLAY '*  SENDERS HELD...........: ' WS-SND-CT-HELD
                   '                      *'
           DISPLAY '*  RECORDS TO TRANSFILE...: ' WS-MERGE-CT-RECORDS
                   '                *'
           DISPLAY '*  RECORDS SUPERSEDED.....: '
                   WS-MERGE-CT-SUPERSEDED
                   '                *'
           DISPLAY '*  TRANSFILE GENERATION...: ' WS-MERGE-SEQ
                   '                  *'
           DISPLAY '*******************************************'
                   '*********'
      *
           EVALUATE TRUE
           WHEN WS-SND-CT-CLEAN = 0
              MOVE 8                        TO WS-FINAL-RETURN-CODE
           WHEN WS-SND-CT-HELD > 0
              MOVE 4                        TO WS-FINAL-RETURN-CODE
           WHEN OTHER
              MOVE 0                        TO WS-FINAL-RETURN-CODE
           END-EVALUATE
           .
        CONSOLIDATION-REPORT-EXIT.
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
