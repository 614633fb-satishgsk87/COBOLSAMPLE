      * Modified: 03/09/2026 - add the DEPT group for the new
      *          department code field, in source order between
      *          HIREDT and MSG.
      * Modified: 15/10/2026 - add the SUPV group for the new
      *          supervisor id field, in source order between DEPT
      *          and MSG.
      * Modified: 15/10/2026 - add the EFFDT group for the new
      *          effective date field, in source order between SUPV
      *          and MSG.
      ******************************************************************
       01  NAMEMNT1I.
           05  FILLER                  PIC X(12).
           05  FILLER REDEFINES DEPTF.
               10  DEPTA               PIC X.
           05  DEPTI                   PIC X(04).
           05  SUPVL                   COMP PIC S9(4).
           05  SUPVF                   PIC X.
           05  FILLER REDEFINES SUPVF.
               10  SUPVA               PIC X.
           05  SUPVI                   PIC X(06).
           05  EFFDTL                  COMP PIC S9(4).
           05  EFFDTF                  PIC X.
           05  FILLER REDEFINES EFFDTF.
               10  EFFDTA              PIC X.
           05  EFFDTI                  PIC X(08).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER                  PIC X(03).
           05  DEPTO                   PIC X(04).
           05  FILLER                  PIC X(03).
           05  SUPVO                   PIC X(06).
           05  FILLER                  PIC X(03).
           05  EFFDTO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  MSGO                    PIC X(79).
