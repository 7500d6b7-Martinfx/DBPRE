      * data-changing request; the INIT value does not clear the
      * data area.
           06 PCTB004-001-OPERATOR-ID        PIC X(08).
      * The second operator who approved a desk change or delete
      * keyed by OPERATOR-ID above - both ids land in the
      * example_table_audit row.  Spaces where no approval stands
      * behind the request (an add, a batch caller).  Set it
      * explicitly on every data-changing request like OPERATOR-ID.
           06 PCTB004-001-CHECKER-ID         PIC X(08).
