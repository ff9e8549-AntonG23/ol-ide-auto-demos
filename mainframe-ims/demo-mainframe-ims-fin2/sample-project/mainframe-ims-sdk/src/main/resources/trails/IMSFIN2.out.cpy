      * CARD-LIMIT/CARD-USAGE are widened from PIC S9(4) COMP (max
      * 9999) to PIC S9(7) COMP-3 so five- and six-figure credit
      * lines stop wrapping/truncating.
      *
      * CARD-STATUS carries CARD-SEG-STATUS through unchanged (blank
      * or 'A' active, 'L'/'S' blocked lost/stolen, 'C' closed).
      *
      * CARD-SEQUENCE is the card's sequence number within the
      * account (CARD-SEQ-NO), so a report can key a card the way
      * CARDTRAN, CARDJRNL and the issuer files do.
      *
       01  OUTPUT-AREA.
           02 CUST-ACCOUNT-ID      PIC X(10).
               05  CARD-TYPE              PIC X(16).
               05  CARD-LIMIT             PIC S9(7) COMP-3.
               05  CARD-USAGE             PIC S9(7) COMP-3.
               05  CARD-STATUS            PIC X(1).
               05  CARD-SEQUENCE          PIC 9(2).
