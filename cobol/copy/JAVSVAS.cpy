      *****************************************************************
      * JAVSVAS - BMS-generated symbolic map for the JAVASVCA dual-
      * control approval screen (mapset JAVSVAS, map JAVSVAM - see
      * cobol/bms/JAVSVAS.bms for the map source). JAVSVAMI is the
      * input side JAVASVCA RECEIVEs MAP into, JAVSVAMO is the output
      * side it SENDs MAP from; both redefine the same TIOA layout the
      * way every BMS-generated symbolic map does.
      *****************************************************************
       01  JAVSVAMI.
           02  FILLER                  PIC X(12).
           02  SVAACTNL                 COMP PIC S9(4).
           02  SVAACTNF                   PICTURE X.
           02  FILLER REDEFINES SVAACTNF.
               03  SVAACTNA               PICTURE X.
           02  SVAACTNI                  PIC X(01).
           02  SVASVCL                 COMP PIC S9(4).
           02  SVASVCF                   PICTURE X.
           02  FILLER REDEFINES SVASVCF.
               03  SVASVCA               PICTURE X.
           02  SVASVCI                  PIC X(08).
           02  SVAPACTL                 COMP PIC S9(4).
           02  SVAPACTF                   PICTURE X.
           02  FILLER REDEFINES SVAPACTF.
               03  SVAPACTA               PICTURE X.
           02  SVAPACTI                  PIC X(08).
           02  SVAREQUL                 COMP PIC S9(4).
           02  SVAREQUF                   PICTURE X.
           02  FILLER REDEFINES SVAREQUF.
               03  SVAREQUA               PICTURE X.
           02  SVAREQUI                  PIC X(08).
           02  SVAREQTL                 COMP PIC S9(4).
           02  SVAREQTF                   PICTURE X.
           02  FILLER REDEFINES SVAREQTF.
               03  SVAREQTA               PICTURE X.
           02  SVAREQTI                  PIC X(04).
           02  SVAREQDL                 COMP PIC S9(4).
           02  SVAREQDF                   PICTURE X.
           02  FILLER REDEFINES SVAREQDF.
               03  SVAREQDA               PICTURE X.
           02  SVAREQDI                  PIC X(08).
           02  SVAREQHL                 COMP PIC S9(4).
           02  SVAREQHF                   PICTURE X.
           02  FILLER REDEFINES SVAREQHF.
               03  SVAREQHA               PICTURE X.
           02  SVAREQHI                  PIC X(06).
           02  SVAEXPDL                 COMP PIC S9(4).
           02  SVAEXPDF                   PICTURE X.
           02  FILLER REDEFINES SVAEXPDF.
               03  SVAEXPDA               PICTURE X.
           02  SVAEXPDI                  PIC X(08).
           02  SVAEXPHL                 COMP PIC S9(4).
           02  SVAEXPHF                   PICTURE X.
           02  FILLER REDEFINES SVAEXPHF.
               03  SVAEXPHA               PICTURE X.
           02  SVAEXPHI                  PIC X(06).
           02  SVADIF1L                 COMP PIC S9(4).
           02  SVADIF1F                   PICTURE X.
           02  FILLER REDEFINES SVADIF1F.
               03  SVADIF1A               PICTURE X.
           02  SVADIF1I                  PIC X(78).
           02  SVADIF2L                 COMP PIC S9(4).
           02  SVADIF2F                   PICTURE X.
           02  FILLER REDEFINES SVADIF2F.
               03  SVADIF2A               PICTURE X.
           02  SVADIF2I                  PIC X(78).
           02  SVADIF3L                 COMP PIC S9(4).
           02  SVADIF3F                   PICTURE X.
           02  FILLER REDEFINES SVADIF3F.
               03  SVADIF3A               PICTURE X.
           02  SVADIF3I                  PIC X(78).
           02  SVADIF4L                 COMP PIC S9(4).
           02  SVADIF4F                   PICTURE X.
           02  FILLER REDEFINES SVADIF4F.
               03  SVADIF4A               PICTURE X.
           02  SVADIF4I                  PIC X(78).
           02  SVADIF5L                 COMP PIC S9(4).
           02  SVADIF5F                   PICTURE X.
           02  FILLER REDEFINES SVADIF5F.
               03  SVADIF5A               PICTURE X.
           02  SVADIF5I                  PIC X(78).
           02  SVADIF6L                 COMP PIC S9(4).
           02  SVADIF6F                   PICTURE X.
           02  FILLER REDEFINES SVADIF6F.
               03  SVADIF6A               PICTURE X.
           02  SVADIF6I                  PIC X(78).
           02  SVADIF7L                 COMP PIC S9(4).
           02  SVADIF7F                   PICTURE X.
           02  FILLER REDEFINES SVADIF7F.
               03  SVADIF7A               PICTURE X.
           02  SVADIF7I                  PIC X(78).
           02  SVADIF8L                 COMP PIC S9(4).
           02  SVADIF8F                   PICTURE X.
           02  FILLER REDEFINES SVADIF8F.
               03  SVADIF8A               PICTURE X.
           02  SVADIF8I                  PIC X(78).
           02  SVADIF9L                 COMP PIC S9(4).
           02  SVADIF9F                   PICTURE X.
           02  FILLER REDEFINES SVADIF9F.
               03  SVADIF9A               PICTURE X.
           02  SVADIF9I                  PIC X(78).
           02  SVAMSGL                 COMP PIC S9(4).
           02  SVAMSGF                   PICTURE X.
           02  FILLER REDEFINES SVAMSGF.
               03  SVAMSGA               PICTURE X.
           02  SVAMSGI                  PIC X(79).

       01  JAVSVAMO REDEFINES JAVSVAMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(02).
           02  SVAACTNC                   PICTURE X.
           02  SVAACTNO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  SVASVCC                   PICTURE X.
           02  SVASVCO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  SVAPACTC                   PICTURE X.
           02  SVAPACTO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  SVAREQUC                   PICTURE X.
           02  SVAREQUO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  SVAREQTC                   PICTURE X.
           02  SVAREQTO                  PIC X(04).
           02  FILLER                  PIC X(02).
           02  SVAREQDC                   PICTURE X.
           02  SVAREQDO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  SVAREQHC                   PICTURE X.
           02  SVAREQHO                  PIC X(06).
           02  FILLER                  PIC X(02).
           02  SVAEXPDC                   PICTURE X.
           02  SVAEXPDO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  SVAEXPHC                   PICTURE X.
           02  SVAEXPHO                  PIC X(06).
           02  FILLER                  PIC X(02).
           02  SVADIF1C                   PICTURE X.
           02  SVADIF1O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF2C                   PICTURE X.
           02  SVADIF2O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF3C                   PICTURE X.
           02  SVADIF3O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF4C                   PICTURE X.
           02  SVADIF4O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF5C                   PICTURE X.
           02  SVADIF5O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF6C                   PICTURE X.
           02  SVADIF6O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF7C                   PICTURE X.
           02  SVADIF7O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF8C                   PICTURE X.
           02  SVADIF8O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVADIF9C                   PICTURE X.
           02  SVADIF9O                  PIC X(78).
           02  FILLER                  PIC X(02).
           02  SVAMSGC                   PICTURE X.
           02  SVAMSGO                  PIC X(79).
