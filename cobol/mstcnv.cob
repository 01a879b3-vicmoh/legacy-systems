           77 newMasterFileName pic x(99)
               value "./cobol/assets/classmst10.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsOldMaster pic xx.
           77 fsNewMaster pic xx.
           77 eofFile pic 9 value zero.
           if envOverride is not equal to spaces
               move envOverride to oldMasterFileName
           end-if.
           call 'RGNCHK' using oldMasterFileName, runRegion.
           accept envOverride from environment "CLASSMST_NEW_DD".
           if envOverride is not equal to spaces
               move envOverride to newMasterFileName
           end-if.
           call 'RGNCHK' using newMasterFileName, runRegion.
           open input oldMasterFile.
           if fsOldMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsOldMaster
