           03  WS-RESV-END         PIC X(4)        VALUE SPACES.
           03  WS-RESV-EVENT       PIC X(20)       VALUE SPACES.
           03  WS-RESV-DEPT        PIC X(6)        VALUE SPACES.
           03  WS-RESV-SERIES      PIC X(14)       VALUE SPACES.
           03  WS-RESV-BILLED      PIC X(6)        VALUE SPACES.
           03  WS-RESV-BILL-AMT    PIC 9(5)V99     VALUE ZERO.
           03  FILLER              PIC X(3)        VALUE SPACES.
