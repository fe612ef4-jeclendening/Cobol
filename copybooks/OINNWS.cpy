      * fields for the open-credit netting (see OINNET): a program
      * that has just applied cash for a dealer moves the dealer to
      * WS-NET-DEALER-NO and the cash date (YYMMDD) to WS-NET-DATE
      * and performs OIN-NET-RTN; WS-NET-RUN-DATE and
      * WS-NET-OPERATOR are set once at start-up for the PAYDTL.DAT
      * records it writes.  on return WS-NET-CNT and WS-NET-AMT hold
      * the applications made and the credit dollars used.  the OIN
      * record area and the OINFILE position are not kept.
       01  WS-NET-DEALER-NO   PIC 9(5)  VALUE 0.
       01  WS-NET-DATE        PIC 9(6)  VALUE 0.
       01  WS-NET-RUN-DATE    PIC 9(6)  VALUE 0.
       01  WS-NET-OPERATOR    PIC X(8)  VALUE SPACE.
       01  WS-NET-CNT         PIC 9(5)  VALUE 0.
       01  WS-NET-AMT         PIC 9(7)V99 VALUE 0.
       01  WS-NET-OPEN        PIC S9(7)V99 VALUE 0.
       01  WS-NET-APPLY       PIC 9(7)V99 VALUE 0.
      * the dealer's open items in invoice-number order: status "C"
      * credit memos with what is left of the credit, everything
      * else with what is left owing.
       01  WS-NET-MAX         PIC 9(3)  VALUE 200.
       01  WS-NET-ITM-CNT     PIC 9(3)  VALUE 0.
       01  NX                 PIC 9(3)  VALUE 0.
       01  NY                 PIC 9(3)  VALUE 0.
       01  WS-NET-TABLE.
           05  WS-NET-ENT OCCURS 200 TIMES.
               10  WS-NET-INVNO   PIC 9(7).
               10  WS-NET-STATUS  PIC X.
               10  WS-NET-LEFT    PIC 9(7)V99.
