      *    Root segment as stored under the PHONEBOOK DBD. Carries the
      *    same data the IVTNO message areas expose, keyed on the
      *    last/first name concatenation used by PCB search arguments.
      *    PHBK-MANAGER-KEY is the name key of the entry this person
      *    reports to, blank at the top of a reporting chain.
      *
        01  PHBK-SEGMENT.
            02  PHBK-KEY.
            02  PHBK-DEPARTMENT      PIC X(4).
            02  PHBK-EMAIL-ADDR      PIC X(30).
            02  PHBK-SEGNO           PIC X(4).
            02  PHBK-MANAGER-KEY.
                03  PHBK-MGR-LAST-NAME  PIC X(10).
                03  PHBK-MGR-FIRST-NAME PIC X(10).
