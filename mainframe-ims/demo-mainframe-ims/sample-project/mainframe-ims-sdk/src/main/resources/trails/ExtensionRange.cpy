      *
      *    Extension Range Master Record
      *
      *    One record per block of telephone extensions the switch
      *    team has allocated to a building. A building may hold
      *    more than one block. XRG-DIGITS is how many digits the
      *    building's extensions are dialled with, so 1000-1999 at
      *    4 digits gives extensions 1000 through 1999. Kept in
      *    building and low-number order, without overlaps; PHBKPOOL
      *    refuses the file otherwise.
      *
        01  XRG-RECORD.
            02  XRG-BUILDING         PIC X(8).
            02  XRG-LOW-NUMBER       PIC 9(6).
            02  XRG-HIGH-NUMBER      PIC 9(6).
            02  XRG-DIGITS           PIC 9(1).
            02  FILLER               PIC X(9).
