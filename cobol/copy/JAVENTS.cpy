      *****************************************************************
      * JAVENTS - BMS-generated symbolic map for the JAVAENTM
      * consumer entitlement screen (mapset JAVENTS, map JAVENTM - see
      * cobol/bms/JAVENTS.bms for the map source). JAVENTMI is the
      * input side JAVAENTM RECEIVEs MAP into, JAVENTMO is the output
      * side it SENDs MAP from; both redefine the same TIOA layout the
      * way every BMS-generated symbolic map does.
      *****************************************************************
       01  JAVENTMI.
           02  FILLER                  PIC X(12).
           02  ENTACTNL                 COMP PIC S9(4).
           02  ENTACTNF                   PICTURE X.
           02  FILLER REDEFINES ENTACTNF.
               03  ENTACTNA               PICTURE X.
           02  ENTACTNI                  PIC X(01).
           02  ENTTYPEL                 COMP PIC S9(4).
           02  ENTTYPEF                   PICTURE X.
           02  FILLER REDEFINES ENTTYPEF.
               03  ENTTYPEA               PICTURE X.
           02  ENTTYPEI                  PIC X(01).
           02  ENTCONSL                 COMP PIC S9(4).
           02  ENTCONSF                   PICTURE X.
           02  FILLER REDEFINES ENTCONSF.
               03  ENTCONSA               PICTURE X.
           02  ENTCONSI                  PIC X(48).
           02  ENTSVCL                 COMP PIC S9(4).
           02  ENTSVCF                   PICTURE X.
           02  FILLER REDEFINES ENTSVCF.
               03  ENTSVCA               PICTURE X.
           02  ENTSVCI                  PIC X(08).
           02  ENTALLWL                 COMP PIC S9(4).
           02  ENTALLWF                   PICTURE X.
           02  FILLER REDEFINES ENTALLWF.
               03  ENTALLWA               PICTURE X.
           02  ENTALLWI                  PIC X(01).
           02  ENTLIMTL                 COMP PIC S9(4).
           02  ENTLIMTF                   PICTURE X.
           02  FILLER REDEFINES ENTLIMTF.
               03  ENTLIMTA               PICTURE X.
           02  ENTLIMTI                  PIC 9(09).
           02  ENTNOTEL                 COMP PIC S9(4).
           02  ENTNOTEF                   PICTURE X.
           02  FILLER REDEFINES ENTNOTEF.
               03  ENTNOTEA               PICTURE X.
           02  ENTNOTEI                  PIC X(40).
           02  ENTSETBL                 COMP PIC S9(4).
           02  ENTSETBF                   PICTURE X.
           02  FILLER REDEFINES ENTSETBF.
               03  ENTSETBA               PICTURE X.
           02  ENTSETBI                  PIC X(08).
           02  ENTSETDL                 COMP PIC S9(4).
           02  ENTSETDF                   PICTURE X.
           02  FILLER REDEFINES ENTSETDF.
               03  ENTSETDA               PICTURE X.
           02  ENTSETDI                  PIC X(08).
           02  ENTSETHL                 COMP PIC S9(4).
           02  ENTSETHF                   PICTURE X.
           02  FILLER REDEFINES ENTSETHF.
               03  ENTSETHA               PICTURE X.
           02  ENTSETHI                  PIC X(06).
           02  ENTUSEDL                 COMP PIC S9(4).
           02  ENTUSEDF                   PICTURE X.
           02  FILLER REDEFINES ENTUSEDF.
               03  ENTUSEDA               PICTURE X.
           02  ENTUSEDI                  PIC X(09).
           02  ENTDENYL                 COMP PIC S9(4).
           02  ENTDENYF                   PICTURE X.
           02  FILLER REDEFINES ENTDENYF.
               03  ENTDENYA               PICTURE X.
           02  ENTDENYI                  PIC X(09).
           02  ENTOVERL                 COMP PIC S9(4).
           02  ENTOVERF                   PICTURE X.
           02  FILLER REDEFINES ENTOVERF.
               03  ENTOVERA               PICTURE X.
           02  ENTOVERI                  PIC X(09).
           02  ENTMSGL                 COMP PIC S9(4).
           02  ENTMSGF                   PICTURE X.
           02  FILLER REDEFINES ENTMSGF.
               03  ENTMSGA               PICTURE X.
           02  ENTMSGI                  PIC X(79).
       01  JAVENTMO REDEFINES JAVENTMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(02).
           02  ENTACTNC                   PICTURE X.
           02  ENTACTNO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  ENTTYPEC                   PICTURE X.
           02  ENTTYPEO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  ENTCONSC                   PICTURE X.
           02  ENTCONSO                  PIC X(48).
           02  FILLER                  PIC X(02).
           02  ENTSVCC                   PICTURE X.
           02  ENTSVCO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  ENTALLWC                   PICTURE X.
           02  ENTALLWO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  ENTLIMTC                   PICTURE X.
           02  ENTLIMTO                  PIC 9(09).
           02  FILLER                  PIC X(02).
           02  ENTNOTEC                   PICTURE X.
           02  ENTNOTEO                  PIC X(40).
           02  FILLER                  PIC X(02).
           02  ENTSETBC                   PICTURE X.
           02  ENTSETBO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  ENTSETDC                   PICTURE X.
           02  ENTSETDO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  ENTSETHC                   PICTURE X.
           02  ENTSETHO                  PIC X(06).
           02  FILLER                  PIC X(02).
           02  ENTUSEDC                   PICTURE X.
           02  ENTUSEDO                  PIC X(09).
           02  FILLER                  PIC X(02).
           02  ENTDENYC                   PICTURE X.
           02  ENTDENYO                  PIC X(09).
           02  FILLER                  PIC X(02).
           02  ENTOVERC                   PICTURE X.
           02  ENTOVERO                  PIC X(09).
           02  FILLER                  PIC X(02).
           02  ENTMSGC                   PICTURE X.
           02  ENTMSGO                  PIC X(79).
