      ******************************************************************
      *  COPYLIB member: COMTIER
      *  Record layout for the commission tier schedule COM6000 pays
      *  from: one record per attainment band, in ascending order of
      *  TS-LOW-ATTAINMENT-PCT, the percent of quota at which the band
      *  starts. A band runs up to the next band's starting percent and
      *  the last band has no ceiling, so the first band must start at
      *  000.0. TS-TIER-RATE is the commission percent paid on the
      *  slice of a rep's sales that falls in the band -- the sales
      *  plan pays each slice at its own rate, so crossing a band
      *  never reprices the sales below it. A schedule of 00.0/080.0/
      *  100.0 pays one rate up to 80% of quota, the plan rate to 100%
      *  and the accelerated rate above it. 130-byte fixed record to
      *  match the other files in this system.
      ******************************************************************
       01  COMMISSION-TIER-RECORD.
           05  TS-LOW-ATTAINMENT-PCT PIC 9(3)V9.
           05  TS-TIER-RATE        PIC S9(2)V999  COMP-3.
           05  FILLER              PIC X(123).
