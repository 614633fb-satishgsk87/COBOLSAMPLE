      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Symbolic map for mapset ADDRMNTM, map ADDRMNT1, as
      *          generated from cics/ADDRMNT.bms.
      ******************************************************************
       01  ADDRMNT1I.
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
           05  STR1L                   COMP PIC S9(4).
           05  STR1F                   PIC X.
           05  FILLER REDEFINES STR1F.
               10  STR1A               PIC X.
           05  STR1I                   PIC X(30).
           05  STR2L                   COMP PIC S9(4).
           05  STR2F                   PIC X.
           05  FILLER REDEFINES STR2F.
               10  STR2A               PIC X.
           05  STR2I                   PIC X(30).
           05  CITYL                   COMP PIC S9(4).
           05  CITYF                   PIC X.
           05  FILLER REDEFINES CITYF.
               10  CITYA               PIC X.
           05  CITYI                   PIC X(20).
           05  STATEL                  COMP PIC S9(4).
           05  STATEF                  PIC X.
           05  FILLER REDEFINES STATEF.
               10  STATEA              PIC X.
           05  STATEI                  PIC X(02).
           05  ZIP5L                   COMP PIC S9(4).
           05  ZIP5F                   PIC X.
           05  FILLER REDEFINES ZIP5F.
               10  ZIP5A               PIC X.
           05  ZIP5I                   PIC X(05).
           05  ZIP4L                   COMP PIC S9(4).
           05  ZIP4F                   PIC X.
           05  FILLER REDEFINES ZIP4F.
               10  ZIP4A               PIC X.
           05  ZIP4I                   PIC X(04).
           05  PHONEL                  COMP PIC S9(4).
           05  PHONEF                  PIC X.
           05  FILLER REDEFINES PHONEF.
               10  PHONEA              PIC X.
           05  PHONEI                  PIC X(10).
           05  EMAILL                  COMP PIC S9(4).
           05  EMAILF                  PIC X.
           05  FILLER REDEFINES EMAILF.
               10  EMAILA              PIC X.
           05  EMAILI                  PIC X(40).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                PIC X.
           05  MSGI                    PIC X(79).

       01  ADDRMNT1O REDEFINES ADDRMNT1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  ACTNO                   PIC X.
           05  FILLER                  PIC X(03).
           05  EMPIDO                  PIC X(06).
           05  FILLER                  PIC X(03).
           05  ENAMEO                  PIC X(21).
           05  FILLER                  PIC X(03).
           05  STR1O                   PIC X(30).
           05  FILLER                  PIC X(03).
           05  STR2O                   PIC X(30).
           05  FILLER                  PIC X(03).
           05  CITYO                   PIC X(20).
           05  FILLER                  PIC X(03).
           05  STATEO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  ZIP5O                   PIC X(05).
           05  FILLER                  PIC X(03).
           05  ZIP4O                   PIC X(04).
           05  FILLER                  PIC X(03).
           05  PHONEO                  PIC X(10).
           05  FILLER                  PIC X(03).
           05  EMAILO                  PIC X(40).
           05  FILLER                  PIC X(03).
           05  MSGO                    PIC X(79).
