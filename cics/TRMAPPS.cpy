      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Symbolic map for mapset TRMAPPM, map TRMAPP1, as
      *          generated from cics/TRMAPPR.bms.
      ******************************************************************
       01  TRMAPP1I.
           05  FILLER                  PIC X(12).
           05  ACTNL                   COMP PIC S9(4).
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA               PIC X.
           05  ACTNI                   PIC X.
           05  EMPIDL                  COMP PIC S9(4).
           05  EMPIDF                  PIC X.
           05  FILLER REDEFINES EMPIDF.
               10  EMPIDA              PIC X.
           05  EMPIDI                  PIC X(06).
           05  ENAMEL                  COMP PIC S9(4).
           05  ENAMEF                  PIC X.
           05  FILLER REDEFINES ENAMEF.
               10  ENAMEA              PIC X.
           05  ENAMEI                  PIC X(21).
           05  DEPTL                   COMP PIC S9(4).
           05  DEPTF                   PIC X.
           05  FILLER REDEFINES DEPTF.
               10  DEPTA               PIC X.
           05  DEPTI                   PIC X(04).
           05  REQBYL                  COMP PIC S9(4).
           05  REQBYF                  PIC X.
           05  FILLER REDEFINES REQBYF.
               10  REQBYA              PIC X.
           05  REQBYI                  PIC X(08).
           05  REQDTL                  COMP PIC S9(4).
           05  REQDTF                  PIC X.
           05  FILLER REDEFINES REQDTF.
               10  REQDTA              PIC X.
           05  REQDTI                  PIC X(08).
           05  TERMDTL                 COMP PIC S9(4).
           05  TERMDTF                 PIC X.
           05  FILLER REDEFINES TERMDTF.
               10  TERMDTA             PIC X.
           05  TERMDTI                 PIC X(08).
           05  NOTEL                   COMP PIC S9(4).
           05  NOTEF                   PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA               PIC X.
           05  NOTEI                   PIC X(30).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                PIC X.
           05  MSGI                    PIC X(79).

       01  TRMAPP1O REDEFINES TRMAPP1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  ACTNO                   PIC X.
           05  FILLER                  PIC X(03).
           05  EMPIDO                  PIC X(06).
           05  FILLER                  PIC X(03).
           05  ENAMEO                  PIC X(21).
           05  FILLER                  PIC X(03).
           05  DEPTO                   PIC X(04).
           05  FILLER                  PIC X(03).
           05  REQBYO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  REQDTO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  TERMDTO                 PIC X(08).
           05  FILLER                  PIC X(03).
           05  NOTEO                   PIC X(30).
           05  FILLER                  PIC X(03).
           05  MSGO                    PIC X(79).
