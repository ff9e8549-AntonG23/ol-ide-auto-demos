      *
      *    Corporate Card Link Change Record
      *
      *    Input to PHBKCARD, one record per link to add, move or
      *    drop. An ADD ties an account to an employee's PHONEBOOK
      *    name key; an UPD moves an account already linked to a
      *    different employee (a card handed over with a role); a
      *    DEL needs only the account id.
      *
        01  CLC-RECORD.
            02  CLC-ACTION           PIC X(4).
                88  CLC-ADD          VALUE 'ADD '.
                88  CLC-UPDATE       VALUE 'UPD '.
                88  CLC-DELETE       VALUE 'DEL '.
            02  CLC-ACCOUNT-ID       PIC X(10).
            02  CLC-LAST-NAME        PIC X(10).
            02  CLC-FIRST-NAME       PIC X(10).
            02  FILLER               PIC X(6).
