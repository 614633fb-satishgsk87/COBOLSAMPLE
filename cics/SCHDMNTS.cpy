      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Symbolic map for mapset SCHDMNM, map SCHDMN1, as
      *          generated from cics/SCHDMNT.bms.
      ******************************************************************
       01  SCHDMN1I.
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
           05  EFFDTL                  COMP PIC S9(4).
           05  EFFDTF                  PIC X.
           05  FILLER REDEFINES EFFDTF.
               10  EFFDTA              PIC X.
           05  EFFDTI                  PIC X(08).
           05  LIN01L                  COMP PIC S9(4).
           05  LIN01F                  PIC X.
           05  FILLER REDEFINES LIN01F.
               10  LIN01A              PIC X.
           05  LIN01I                  PIC X(75).
           05  LIN02L                  COMP PIC S9(4).
           05  LIN02F                  PIC X.
           05  FILLER REDEFINES LIN02F.
               10  LIN02A              PIC X.
           05  LIN02I                  PIC X(75).
           05  LIN03L                  COMP PIC S9(4).
           05  LIN03F                  PIC X.
           05  FILLER REDEFINES LIN03F.
               10  LIN03A              PIC X.
           05  LIN03I                  PIC X(75).
           05  LIN04L                  COMP PIC S9(4).
           05  LIN04F                  PIC X.
           05  FILLER REDEFINES LIN04F.
               10  LIN04A              PIC X.
           05  LIN04I                  PIC X(75).
           05  LIN05L                  COMP PIC S9(4).
           05  LIN05F                  PIC X.
           05  FILLER REDEFINES LIN05F.
               10  LIN05A              PIC X.
           05  LIN05I                  PIC X(75).
           05  LIN06L                  COMP PIC S9(4).
           05  LIN06F                  PIC X.
           05  FILLER REDEFINES LIN06F.
               10  LIN06A              PIC X.
           05  LIN06I                  PIC X(75).
           05  LIN07L                  COMP PIC S9(4).
           05  LIN07F                  PIC X.
           05  FILLER REDEFINES LIN07F.
               10  LIN07A              PIC X.
           05  LIN07I                  PIC X(75).
           05  LIN08L                  COMP PIC S9(4).
           05  LIN08F                  PIC X.
           05  FILLER REDEFINES LIN08F.
               10  LIN08A              PIC X.
           05  LIN08I                  PIC X(75).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                PIC X.
           05  MSGI                    PIC X(79).

       01  SCHDMN1O REDEFINES SCHDMN1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  ACTNO                   PIC X.
           05  FILLER                  PIC X(03).
           05  EMPIDO                  PIC X(06).
           05  FILLER                  PIC X(03).
           05  ENAMEO                  PIC X(21).
           05  FILLER                  PIC X(03).
           05  EFFDTO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  LIN01O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN02O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN03O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN04O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN05O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN06O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN07O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  LIN08O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  MSGO                    PIC X(79).
