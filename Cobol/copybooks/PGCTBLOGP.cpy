      *  The caller fills ENVIRONMENT, START-DATE and START-TIME once  *
      *  for START-RUN and leaves them untouched, so END-RUN finds     *
      *  the same row; RETURN-CODE and the control-total counts ride   *
      *  on the END-RUN request.  NOTE-OVERRIDE stamps the override    *
      *  PARM a run was released with onto the same row, in column     *
      *  RUN_OVERRIDE (spaces on every row that had none).             *
      ******************************************************************
       01  PGCTBLOG-001-PARAM-BLOCK.
         05  PGCTBLOG-001-GRP.
         05  PGCTBLOG-001-REQUEST            PIC X(16).
           88 PGCTBLOG-001-START-RUN         VALUE 'START-RUN       '.
           88 PGCTBLOG-001-END-RUN           VALUE 'END-RUN         '.
           88 PGCTBLOG-001-NOTE-OVERRIDE     VALUE 'NOTE-OVERRIDE   '.
         05  PGCTBLOG-001-DATA.
           06 FILLER                         PIC X.
           06 PGCTBLOG-001-STATUS            PIC 999.
      * on every START-RUN; the INIT value does not clear the data
      * area.
           06 PGCTBLOG-001-OPERATOR-ID       PIC X(08).
      * The override PARM an operator released a held run with.
      * Read by NOTE-OVERRIDE only - START-RUN and END-RUN never look
      * at it, so a job that has no override need not set it.
           06 PGCTBLOG-001-OVERRIDE          PIC X(08).
