      *
      *    Archived Card Segment Record
      *
      *    Cumulative archive CRDPURGE appends to: the first 52
      *    bytes of the CARD-SEGMENT image (key, number, type, limit
      *    and usage; a purged card's status and expiry are not
      *    kept) as it stood when the card was purged from CARDS,
      *    with the archival date and reason, so CRDARCHQ can answer
      *    questions about a card long after it left the live
      *    database.
      *
        01  ARC-RECORD.
            02  ARC-ARCHIVE-DATE     PIC 9(8).
