      *> Shared effective-dated parameter entry layout, one record
      *> per change to a rate or policy control file, kept on
      *> parameter-master.dat by PARAM-MAINT and read by
      *> PARAM-BUILD. PE-FILE-ID names the control file (see
      *> PARAM-MAINT for the list), PE-KEY the record within it for
      *> the files that hold one record per jurisdiction or
      *> currency (blank for the single-record files), and
      *> PE-VALUE the control record exactly as the job reads it.
      *> An entry is in force from its effective date until a
      *> later-dated entry for the same file and key takes over; a
      *> drop entry (PE-DROPS-KEY) takes the key out of the file
      *> from its date. PE-ENTERED-BY is the operator who keyed the
      *> entry, or ONFILE for a record taken over from the control
      *> file as it stood before its first change.
       01 PARAMETER-ENTRY-RECORD.
          05 PE-FILE-ID         PIC X(8).
          05 FILLER             PIC X(2).
          05 PE-KEY             PIC X(8).
          05 FILLER             PIC X(2).
          05 PE-EFFECTIVE-DATE  PIC X(8).
          05 FILLER             PIC X(2).
          05 PE-ACTION          PIC X(1).
             88 PE-SETS-VALUE       VALUE "C".
             88 PE-DROPS-KEY        VALUE "D".
          05 FILLER             PIC X(2).
          05 PE-VALUE           PIC X(40).
          05 FILLER             PIC X(2).
          05 PE-ENTERED-BY      PIC X(8).
          05 FILLER             PIC X(2).
          05 PE-ENTERED-DATE    PIC X(8).
