      *
      *    Corporate Card Link Record
      *
      *    One record per CARDS account that is a company card held
      *    by an employee, in account order: the account id and the
      *    holder's PHONEBOOK name key, with the department the
      *    holder was in and that department's cost center as
      *    PHBKCARD last confirmed them against PHONEBOOK and the
      *    department master. PHBKCARD carries the file from one
      *    generation to the next; CRDCHGBK charges the month's
      *    card spend to CCL-COST-CENTER, and PHBKDEL and PHBKPEND
      *    close every linked account when its holder leaves.
      *
      *    CCL-HOLDER-STATUS is blank while the holder is on
      *    PHONEBOOK and G once PHBKCARD finds the entry gone; the
      *    link is kept so the leaver's last spend still charges
      *    back to the department they left.
      *
        01  CCL-RECORD.
            02  CCL-ACCOUNT-ID       PIC X(10).
            02  CCL-EMPLOYEE-KEY.
                03  CCL-LAST-NAME    PIC X(10).
                03  CCL-FIRST-NAME   PIC X(10).
            02  CCL-DEPARTMENT       PIC X(4).
            02  CCL-COST-CENTER      PIC X(6).
            02  CCL-LINK-DATE        PIC 9(8).
            02  CCL-HOLDER-STATUS    PIC X(1).
                88  CCL-HOLDER-GONE  VALUE 'G'.
            02  FILLER               PIC X(11).
