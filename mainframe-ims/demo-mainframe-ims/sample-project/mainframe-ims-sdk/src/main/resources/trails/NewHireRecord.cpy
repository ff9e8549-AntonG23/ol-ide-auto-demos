      *    new hires. Same name/extension/zip shape as the IVTNO
      *    INPUT-MSG ADD fields, minus the transaction envelope, so
      *    PHBKLOAD can move it straight into the PHONEBOOK segment.
      *    The manager name key is optional; blank loads the entry
      *    with no one above it.
      *    The building is only needed when the extension is left
      *    blank for PHBKLOAD to take the next free number there.
      *
        01  NEWHIRE-RECORD.
            02  NH-LAST-NAME     PIC X(10).
            02  NH-ZIP-CODE      PIC X(7).
            02  NH-DEPARTMENT    PIC X(4).
            02  NH-EMAIL-ADDR    PIC X(30).
            02  NH-MANAGER-LAST-NAME  PIC X(10).
            02  NH-MANAGER-FIRST-NAME PIC X(10).
            02  NH-BUILDING      PIC X(8).
