      * apply the dealer's open status "C" credit memos against the
      * dealer's open invoices, both oldest first (invoice-number
      * order), once cash has been applied.  the invoice takes the
      * credit as a payment -- paid amount, last-pay date, status
      * "P" when paid in full -- and the credit memo's paid amount
      * comes down by the same figure, so a used-up memo stays
      * status "C" (the statements know it as a memo by that) with
      * nothing left open.  each application is written to
      * PAYDTL.DAT as a pair: source "CREDIT" against the invoice
      * with "C" and the memo number in the check field, and source
      * "CREDUSED" against the memo with "I" and the invoice number,
      * which the statements take as a negative payment so the two
      * net to nothing in the month's cash.  a lost record stops
      * nothing here but leaves return code 16.
       OIN-NET-RTN.
           MOVE 0 TO WS-NET-CNT WS-NET-AMT WS-NET-ITM-CNT.
           INITIALIZE OIN.
           MOVE WS-NET-DEALER-NO TO OIN-DEALER-NO.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-OIN-NET-RTN.
       OIN-NET-LOAD.
           READ OINFILE NEXT AT END GO TO OIN-NET-PAIR.
           IF OIN-DEALER-NO NOT = WS-NET-DEALER-NO
              GO TO OIN-NET-PAIR.
           IF OIN-STATUS = "P" OR OIN-STATUS = "W"
              GO TO OIN-NET-LOAD.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT GIVING WS-NET-OPEN.
           IF OIN-STATUS = "C"
              COMPUTE WS-NET-OPEN = 0 - WS-NET-OPEN.
           IF WS-NET-OPEN NOT GREATER 0 GO TO OIN-NET-LOAD.
           IF WS-NET-ITM-CNT NOT LESS WS-NET-MAX
              DISPLAY "DEALER " WS-NET-DEALER-NO " HAS OVER "
                  WS-NET-MAX " OPEN ITEMS - OLDEST NETTED ONLY"
              GO TO OIN-NET-PAIR.
           ADD 1 TO WS-NET-ITM-CNT.
           MOVE OIN-INVNO TO WS-NET-INVNO (WS-NET-ITM-CNT).
           MOVE OIN-STATUS TO WS-NET-STATUS (WS-NET-ITM-CNT).
           MOVE WS-NET-OPEN TO WS-NET-LEFT (WS-NET-ITM-CNT).
           GO TO OIN-NET-LOAD.
       OIN-NET-PAIR.
           MOVE 0 TO NX.
       OIN-NET-NEXT-CRED.
           ADD 1 TO NX.
           IF NX GREATER WS-NET-ITM-CNT GO TO END-OIN-NET-RTN.
           IF WS-NET-STATUS (NX) NOT = "C"
              GO TO OIN-NET-NEXT-CRED.
           MOVE 0 TO NY.
       OIN-NET-NEXT-INV.
           IF WS-NET-LEFT (NX) = 0 GO TO OIN-NET-NEXT-CRED.
           ADD 1 TO NY.
      * every invoice is covered: later credits have nothing to do.
           IF NY GREATER WS-NET-ITM-CNT GO TO END-OIN-NET-RTN.
           IF WS-NET-STATUS (NY) = "C" OR WS-NET-LEFT (NY) = 0
              GO TO OIN-NET-NEXT-INV.
           IF WS-NET-LEFT (NX) LESS WS-NET-LEFT (NY)
              MOVE WS-NET-LEFT (NX) TO WS-NET-APPLY
           ELSE
              MOVE WS-NET-LEFT (NY) TO WS-NET-APPLY.
           PERFORM OIN-NET-POST THRU END-OIN-NET-POST.
           SUBTRACT WS-NET-APPLY FROM WS-NET-LEFT (NX).
           SUBTRACT WS-NET-APPLY FROM WS-NET-LEFT (NY).
           GO TO OIN-NET-NEXT-INV.
       END-OIN-NET-RTN. EXIT.

      * one credit applied to one invoice: both OINFILE items and
      * the PAYDTL.DAT pair.
       OIN-NET-POST.
           MOVE WS-NET-DEALER-NO TO OIN-DEALER-NO.
           MOVE WS-NET-INVNO (NY) TO OIN-INVNO.
           READ OINFILE INVALID KEY
              DISPLAY "OINFILE RECORD LOST NETTING CREDIT: "
                  OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
              GO TO END-OIN-NET-POST.
           ADD WS-NET-APPLY TO OIN-PAID-AMT.
           MOVE WS-NET-DATE TO OIN-LAST-PAY-DATE.
           IF OIN-PAID-AMT NOT LESS OIN-INV-AMT
              MOVE "P" TO OIN-STATUS.
           REWRITE OIN INVALID KEY
              DISPLAY "OINFILE REWRITE FAILED: " OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
              GO TO END-OIN-NET-POST.
           MOVE WS-NET-DEALER-NO TO PYD-DEALER-NO.
           MOVE WS-NET-INVNO (NY) TO PYD-INVNO.
           MOVE WS-NET-APPLY TO PYD-AMT.
           MOVE "C" TO PYD-CHECK-NO.
           MOVE WS-NET-INVNO (NX) TO PYD-CHECK-NO (2:7).
           MOVE WS-NET-DATE TO PYD-PAY-DATE.
           MOVE "CREDIT" TO PYD-SOURCE.
           MOVE WS-NET-RUN-DATE TO PYD-RUN-DATE.
           MOVE WS-NET-OPERATOR TO PYD-OPERATOR.
           WRITE PYD.
           MOVE WS-NET-DEALER-NO TO OIN-DEALER-NO.
           MOVE WS-NET-INVNO (NX) TO OIN-INVNO.
           READ OINFILE INVALID KEY
              DISPLAY "OINFILE RECORD LOST NETTING CREDIT: "
                  OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
              GO TO END-OIN-NET-POST.
           SUBTRACT WS-NET-APPLY FROM OIN-PAID-AMT.
           MOVE WS-NET-DATE TO OIN-LAST-PAY-DATE.
           REWRITE OIN INVALID KEY
              DISPLAY "OINFILE REWRITE FAILED: " OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
              GO TO END-OIN-NET-POST.
           MOVE WS-NET-INVNO (NX) TO PYD-INVNO.
           MOVE "I" TO PYD-CHECK-NO.
           MOVE WS-NET-INVNO (NY) TO PYD-CHECK-NO (2:7).
           MOVE "CREDUSED" TO PYD-SOURCE.
           WRITE PYD.
           ADD 1 TO WS-NET-CNT.
           ADD WS-NET-APPLY TO WS-NET-AMT.
       END-OIN-NET-POST. EXIT.
