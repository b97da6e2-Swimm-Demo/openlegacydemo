      ******************************************************************
      *    Copybook:      CSPAYAWY.CPY
      *    Layer:         Data
      *    Function:      Payment allocation working storage, shared by
      *                    every batch that posts a cardholder payment
      *                    (see ALLOCATE-PAYMENT in CSPAYAPY).  The
      *                    caller sets WS-PAY-ALLOC-AMT; the paragraph
      *                    returns the split between the cash advance
      *                    and purchase portions of the balance.
      *                    A caller that prices promotional balance
      *                    segments (CVSEG01Y) loads the account's
      *                    active segments into the segment table
      *                    first; the paragraph takes each segment's
      *                    share off its balance and returns it in
      *                    the paid amount for the caller to post to
      *                    the segment file.  A caller with no
      *                    segments leaves the count at zero.
      ******************************************************************
         05  WS-PAY-ALLOC-AMT                   PIC S9(10)V99.
         05  WS-PAY-ALLOC-MIN-PART              PIC S9(10)V99.
         05  WS-PAY-ALLOC-EXCESS                PIC S9(10)V99.
         05  WS-PAY-ALLOC-PURCH-BAL             PIC S9(10)V99.
         05  WS-PAY-ALLOC-CASH-LEFT             PIC S9(10)V99.
         05  WS-PAY-ALLOC-TO-CASH               PIC S9(10)V99.
         05  WS-PAY-ALLOC-TO-PURCH              PIC S9(10)V99.
         05  WS-PAY-ALLOC-TO-SEGS               PIC S9(10)V99.
         05  WS-PAY-ALLOC-PURCH-LEFT            PIC S9(10)V99.
         05  WS-PAY-ALLOC-LEFT                  PIC S9(10)V99.
         05  WS-PAY-ALLOC-SEG-TOTAL             PIC S9(10)V99.
         05  WS-PAY-ALLOC-SEG-SHARE             PIC S9(10)V99.
         05  WS-PAY-ALLOC-SEG-IDX               PIC 9(02) COMP.
         05  WS-PAY-ALLOC-SEG-PICK              PIC 9(02) COMP.
         05  WS-PAY-ALLOC-SEG-ORDER             PIC X(01).
             88  WS-PAY-ALLOC-HIGH-RATE-FIRST          VALUE 'H'.
             88  WS-PAY-ALLOC-LOW-RATE-FIRST           VALUE 'L'.
         05  WS-PAY-ALLOC-SEG-MAX               PIC 9(02) COMP
                                                VALUE 20.
         05  WS-PAY-ALLOC-SEG-COUNT             PIC 9(02) COMP
                                                VALUE 0.
         05  WS-PAY-ALLOC-SEG-ENTRY OCCURS 20 TIMES.
             10  WS-PAY-ALLOC-SEG-SEQ           PIC 9(03).
             10  WS-PAY-ALLOC-SEG-TYPE          PIC X(02).
             10  WS-PAY-ALLOC-SEG-RATE          PIC 9(02)V9(02).
             10  WS-PAY-ALLOC-SEG-START         PIC X(10).
             10  WS-PAY-ALLOC-SEG-BAL           PIC S9(10)V99.
             10  WS-PAY-ALLOC-SEG-PAID          PIC S9(10)V99.
