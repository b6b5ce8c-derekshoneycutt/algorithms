000800*  builds the master from the GCDAUDIT trail and answers        *
000900*  inquiries from it; EUCLIDGCD's batch mode reads it to        *
001000*  answer repeat pairs from history instead of recomputing.     *
001010*  The master is an indexed dataset keyed on PMR-PAIR-KEY (M    *
001020*  then N). EUCLIDGCD reads it at random and adds or updates    *
001030*  the record for every pair it reduces, so the master keeps    *
001040*  itself current; GCDHIST BUILD is only needed to recover it   *
001050*  from the trail. It was a sequential file loaded whole into   *
001060*  a table before the key existed.                              *
001100*****************************************************************
001200 01  PAIR-MAST-RECORD.
001210     05  PMR-PAIR-KEY.
001300         10  PMR-IN-M                PIC 9(07).
001400         10  PMR-IN-N                PIC 9(07).
001500     05  PMR-GCD-RESULT              PIC 9(07).
001600     05  PMR-FIRST-RUN-DATE          PIC 9(08).
001700     05  PMR-LAST-RUN-DATE           PIC 9(08).
