      *
      *    Answers "show me every change to this card's limit and
      *    usage" from the unified journal CRDPOST, CRDLIMIT,
      *    CRDPURGE, CRDFINCH and CRDSETUP append to (card sequence
      *    00 lists CRDHOLDR's cardholder changes), the way
      *    CRDARCHQ answers for archived cards. Scans the journal
      *    for the requested account/card-sequence key, prints every
      *    change in the requested date range oldest first with job,
