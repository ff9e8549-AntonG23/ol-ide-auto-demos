      *
      *    Cardholder Master Change Record
      *
      *    Input to CRDHOLDR, one record per add, change or delete
      *    against the cardholder master. An ADD carries the full
      *    name and address; on an UPD only the non-blank fields
      *    replace what is on the master, so a change of address
      *    need not re-key the name; a DEL needs only the account
      *    id. The suppress flag is Y to hold statements, N to
      *    release them, blank to leave it as it is.
      *
        01  CHC-RECORD.
            02  CHC-ACTION           PIC X(4).
                88  CHC-ADD          VALUE 'ADD '.
                88  CHC-UPDATE       VALUE 'UPD '.
                88  CHC-DELETE       VALUE 'DEL '.
            02  CHC-ACCOUNT-ID       PIC X(10).
            02  CHC-NAME             PIC X(30).
            02  CHC-ADDRESS-LINE-1   PIC X(30).
            02  CHC-ADDRESS-LINE-2   PIC X(30).
            02  CHC-CITY             PIC X(20).
            02  CHC-STATE            PIC X(2).
            02  CHC-ZIP-CODE         PIC X(10).
            02  CHC-SUPPRESS-FLAG    PIC X(1).
            02  FILLER               PIC X(13).
