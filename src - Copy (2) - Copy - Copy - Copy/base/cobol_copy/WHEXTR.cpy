      * transmission. Detail fields a source does not have are SPACES.
      * This layout is the contract with the warehouse - a field added
      * here must be agreed with the reporting team first.
      *
      * An ERR or ALR detail for a synthetic alert drill (DRILL01)
      * carries WHX-DTL-SEVERITY-CODE DRILL, and resp string DRILL, in
      * place of its real severity - it is in the counts so the load
      * balances, but it is a test of the alert path, not an error.
       01  WHX-HEADER-RECORD.
           05  WHX-HDR-RECORD-TYPE         PIC X(03).
           05  WHX-HDR-BUSINESS-DATE       PIC X(08).
