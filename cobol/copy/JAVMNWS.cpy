      *****************************************************************
      * JAVMNWS - BMS-generated symbolic map for the JAVAMNTM
      * maintenance window screen (mapset JAVMNWS, map JAVMNWM - see
      * cobol/bms/JAVMNWS.bms for the map source). JAVMNWMI is the
      * input side JAVAMNTM RECEIVEs MAP into, JAVMNWMO is the output
      * side it SENDs MAP from; both redefine the same TIOA layout the
      * way every BMS-generated symbolic map does.
      *****************************************************************
       01  JAVMNWMI.
           02  FILLER                  PIC X(12).
           02  MNWACTNL                 COMP PIC S9(4).
           02  MNWACTNF                   PICTURE X.
           02  FILLER REDEFINES MNWACTNF.
               03  MNWACTNA               PICTURE X.
           02  MNWACTNI                  PIC X(01).
           02  MNWSVCL                 COMP PIC S9(4).
           02  MNWSVCF                   PICTURE X.
           02  FILLER REDEFINES MNWSVCF.
               03  MNWSVCA               PICTURE X.
           02  MNWSVCI                  PIC X(08).
           02  MNWSTDTL                 COMP PIC S9(4).
           02  MNWSTDTF                   PICTURE X.
           02  FILLER REDEFINES MNWSTDTF.
               03  MNWSTDTA               PICTURE X.
           02  MNWSTDTI                  PIC 9(08).
           02  MNWSTTML                 COMP PIC S9(4).
           02  MNWSTTMF                   PICTURE X.
           02  FILLER REDEFINES MNWSTTMF.
               03  MNWSTTMA               PICTURE X.
           02  MNWSTTMI                  PIC 9(06).
           02  MNWENDTL                 COMP PIC S9(4).
           02  MNWENDTF                   PICTURE X.
           02  FILLER REDEFINES MNWENDTF.
               03  MNWENDTA               PICTURE X.
           02  MNWENDTI                  PIC 9(08).
           02  MNWENTML                 COMP PIC S9(4).
           02  MNWENTMF                   PICTURE X.
           02  FILLER REDEFINES MNWENTMF.
               03  MNWENTMA               PICTURE X.
           02  MNWENTMI                  PIC 9(06).
           02  MNWMODEL                 COMP PIC S9(4).
           02  MNWMODEF                   PICTURE X.
           02  FILLER REDEFINES MNWMODEF.
               03  MNWMODEA               PICTURE X.
           02  MNWMODEI                  PIC X(01).
           02  MNWRSNL                 COMP PIC S9(4).
           02  MNWRSNF                   PICTURE X.
           02  FILLER REDEFINES MNWRSNF.
               03  MNWRSNA               PICTURE X.
           02  MNWRSNI                  PIC X(60).
           02  MNWSTATL                 COMP PIC S9(4).
           02  MNWSTATF                   PICTURE X.
           02  FILLER REDEFINES MNWSTATF.
               03  MNWSTATA               PICTURE X.
           02  MNWSTATI                  PIC X(20).
           02  MNWSETBL                 COMP PIC S9(4).
           02  MNWSETBF                   PICTURE X.
           02  FILLER REDEFINES MNWSETBF.
               03  MNWSETBA               PICTURE X.
           02  MNWSETBI                  PIC X(08).
           02  MNWSETDL                 COMP PIC S9(4).
           02  MNWSETDF                   PICTURE X.
           02  FILLER REDEFINES MNWSETDF.
               03  MNWSETDA               PICTURE X.
           02  MNWSETDI                  PIC X(08).
           02  MNWSETHL                 COMP PIC S9(4).
           02  MNWSETHF                   PICTURE X.
           02  FILLER REDEFINES MNWSETHF.
               03  MNWSETHA               PICTURE X.
           02  MNWSETHI                  PIC X(06).
           02  MNWMSGL                 COMP PIC S9(4).
           02  MNWMSGF                   PICTURE X.
           02  FILLER REDEFINES MNWMSGF.
               03  MNWMSGA               PICTURE X.
           02  MNWMSGI                  PIC X(79).
       01  JAVMNWMO REDEFINES JAVMNWMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(02).
           02  MNWACTNC                   PICTURE X.
           02  MNWACTNO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  MNWSVCC                   PICTURE X.
           02  MNWSVCO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  MNWSTDTC                   PICTURE X.
           02  MNWSTDTO                  PIC 9(08).
           02  FILLER                  PIC X(02).
           02  MNWSTTMC                   PICTURE X.
           02  MNWSTTMO                  PIC 9(06).
           02  FILLER                  PIC X(02).
           02  MNWENDTC                   PICTURE X.
           02  MNWENDTO                  PIC 9(08).
           02  FILLER                  PIC X(02).
           02  MNWENTMC                   PICTURE X.
           02  MNWENTMO                  PIC 9(06).
           02  FILLER                  PIC X(02).
           02  MNWMODEC                   PICTURE X.
           02  MNWMODEO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  MNWRSNC                   PICTURE X.
           02  MNWRSNO                  PIC X(60).
           02  FILLER                  PIC X(02).
           02  MNWSTATC                   PICTURE X.
           02  MNWSTATO                  PIC X(20).
           02  FILLER                  PIC X(02).
           02  MNWSETBC                   PICTURE X.
           02  MNWSETBO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  MNWSETDC                   PICTURE X.
           02  MNWSETDO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  MNWSETHC                   PICTURE X.
           02  MNWSETHO                  PIC X(06).
           02  FILLER                  PIC X(02).
           02  MNWMSGC                   PICTURE X.
           02  MNWMSGO                  PIC X(79).
