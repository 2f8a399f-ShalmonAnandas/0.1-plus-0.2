*> CHGSETC - symbolic map for the CHGMAP map in mapset CHGSET
*> (see maps/CHGSET.bms). Kept by hand in step with the mapset:
*> any field added to the BMS source must be added here in the
*> same order. Standard BMS COBOL layout - per field a halfword
*> length, the attribute/flag byte, then the data, with the
*> output picture redefined over the input.
01 CHGMAPI.
   05 FILLER               PIC X(12).
   05 CKEYL                PIC S9(4) COMP.
   05 CKEYF                PIC X.
   05 CKEYI                PIC X(23).
   05 CACTL                PIC S9(4) COMP.
   05 CACTF                PIC X.
   05 CACTI                PIC X(1).
   05 CRSNL                PIC S9(4) COMP.
   05 CRSNF                PIC X.
   05 CRSNI                PIC X(30).
   05 CKINDL               PIC S9(4) COMP.
   05 CKINDF               PIC X.
   05 CKINDI               PIC X(16).
   05 CSTATL               PIC S9(4) COMP.
   05 CSTATF               PIC X.
   05 CSTATI               PIC X(10).
   05 CMAKERL              PIC S9(4) COMP.
   05 CMAKERF              PIC X.
   05 CMAKERI              PIC X(8).
   05 CMADEL               PIC S9(4) COMP.
   05 CMADEF               PIC X.
   05 CMADEI               PIC X(15).
   05 CCHKRL               PIC S9(4) COMP.
   05 CCHKRF               PIC X.
   05 CCHKRI               PIC X(8).
   05 CNOTEL               PIC S9(4) COMP.
   05 CNOTEF               PIC X.
   05 CNOTEI               PIC X(30).
   05 CIMAGEL              PIC S9(4) COMP.
   05 CIMAGEF              PIC X.
   05 CIMAGEI              PIC X(60).
   05 MSGFL                PIC S9(4) COMP.
   05 MSGFF                PIC X.
   05 MSGFI                PIC X(60).
01 CHGMAPO REDEFINES CHGMAPI.
   05 FILLER               PIC X(12).
   05 FILLER               PIC X(3).
   05 CKEYO                PIC X(23).
   05 FILLER               PIC X(3).
   05 CACTO                PIC X(1).
   05 FILLER               PIC X(3).
   05 CRSNO                PIC X(30).
   05 FILLER               PIC X(3).
   05 CKINDO               PIC X(16).
   05 FILLER               PIC X(3).
   05 CSTATO               PIC X(10).
   05 FILLER               PIC X(3).
   05 CMAKERO              PIC X(8).
   05 FILLER               PIC X(3).
   05 CMADEO               PIC X(15).
   05 FILLER               PIC X(3).
   05 CCHKRO               PIC X(8).
   05 FILLER               PIC X(3).
   05 CNOTEO               PIC X(30).
   05 FILLER               PIC X(3).
   05 CIMAGEO              PIC X(60).
   05 FILLER               PIC X(3).
   05 MSGFO                PIC X(60).
