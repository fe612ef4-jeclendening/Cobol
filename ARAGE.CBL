      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           invoices WRITEOFF has written off (status "W")
      *           drop off the trial balance.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT
               GIVING WS-BALANCE.
           IF OIN-STATUS = "P" OR WS-BALANCE = 0 GO TO READ-OIN.
           IF OIN-STATUS = "W" GO TO READ-OIN.
           IF OIN-DEALER-NO NOT = WS-SAVE-DEALER
              PERFORM END-DEALER-TOTALS THRU END-END-DEALER-TOTALS
              PERFORM NEW-DEALER-HEAD THRU END-NEW-DEALER-HEAD.
