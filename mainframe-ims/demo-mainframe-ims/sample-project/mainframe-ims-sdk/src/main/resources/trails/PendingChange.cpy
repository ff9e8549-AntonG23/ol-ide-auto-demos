      *    to the next night's queue, so HR sends dated batches the
      *    day they know instead of someone remembering to run the
      *    right job on the right morning.
      *    An ADD may leave the extension blank and give the
      *    building instead; PHBKPEND then takes the next free
      *    number there from the extension pool.
      *
        01  PND-RECORD.
            02  PND-EFFECTIVE-DATE   PIC 9(8).
            02  PND-ZIP-CODE         PIC X(7).
            02  PND-DEPARTMENT       PIC X(4).
            02  PND-EMAIL-ADDR       PIC X(30).
            02  PND-BUILDING         PIC X(8).
