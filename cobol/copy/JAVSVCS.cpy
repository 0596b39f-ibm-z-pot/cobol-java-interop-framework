           02  FILLER REDEFINES SVMFCNTF.
               03  SVMFCNTA               PICTURE X.
           02  SVMFCNTI                  PIC 9(04).
           02  SVMCPGML                 COMP PIC S9(4).
           02  SVMCPGMF                   PICTURE X.
           02  FILLER REDEFINES SVMCPGMF.
               03  SVMCPGMA               PICTURE X.
           02  SVMCPGMI                  PIC X(08).
           02  SVMMAXCL                 COMP PIC S9(4).
           02  SVMMAXCF                   PICTURE X.
           02  FILLER REDEFINES SVMMAXCF.
               03  SVMMAXCA               PICTURE X.
           02  SVMMAXCI                  PIC 9(04).
           02  SVMCPCTL                 COMP PIC S9(4).
           02  SVMCPCTF                   PICTURE X.
           02  FILLER REDEFINES SVMCPCTF.
               03  SVMCPCTA               PICTURE X.
           02  SVMCPCTI                  PIC 9(03).
           02  SVMINFLL                 COMP PIC S9(4).
           02  SVMINFLF                   PICTURE X.
           02  FILLER REDEFINES SVMINFLF.
               03  SVMINFLA               PICTURE X.
           02  SVMINFLI                  PIC 9(04).
           02  SVMCLIML                 COMP PIC S9(4).
           02  SVMCLIMF                   PICTURE X.
           02  FILLER REDEFINES SVMCLIMF.
               03  SVMCLIMA               PICTURE X.
           02  SVMCLIMI                  PIC 9(03).
           02  SVMSIML                  COMP PIC S9(4).
           02  SVMSIMF                    PICTURE X.
           02  FILLER REDEFINES SVMSIMF.
               03  SVMSIMA                PICTURE X.
           02  SVMSIMI                   PIC X(01).
           02  SVMCMINL                 COMP PIC S9(4).
           02  SVMCMINF                   PICTURE X.
           02  FILLER REDEFINES SVMCMINF.
               03  SVMCMINA               PICTURE X.
           02  SVMCMINI                  PIC 9(04).
           02  SVMSOT1L                 COMP PIC S9(4).
           02  SVMSOT1F                   PICTURE X.
           02  FILLER REDEFINES SVMSOT1F.
           02  FILLER REDEFINES SVMSOT4F.
               03  SVMSOT4A               PICTURE X.
           02  SVMSOT4I                  PIC X(64).
           02  SVMCSTAL                 COMP PIC S9(4).
           02  SVMCSTAF                   PICTURE X.
           02  FILLER REDEFINES SVMCSTAF.
               03  SVMCSTAA               PICTURE X.
           02  SVMCSTAI                  PIC X(01).
           02  SVMCCNTL                 COMP PIC S9(4).
           02  SVMCCNTF                   PICTURE X.
           02  FILLER REDEFINES SVMCCNTF.
               03  SVMCCNTA               PICTURE X.
           02  SVMCCNTI                  PIC 9(08).
           02  SVMCFLSL                 COMP PIC S9(4).
           02  SVMCFLSF                   PICTURE X.
           02  FILLER REDEFINES SVMCFLSF.
               03  SVMCFLSA               PICTURE X.
           02  SVMCFLSI                  PIC 9(08).
           02  SVMMSGL                  COMP PIC S9(4).
           02  SVMMSGF                    PICTURE X.
           02  FILLER REDEFINES SVMMSGF.
           02  SVMFCNTC                   PICTURE X.
           02  SVMFCNTO                  PIC 9(04).
           02  FILLER                  PIC X(02).
           02  SVMCPGMC                   PICTURE X.
           02  SVMCPGMO                  PIC X(08).
           02  FILLER                  PIC X(02).
           02  SVMMAXCC                   PICTURE X.
           02  SVMMAXCO                  PIC 9(04).
           02  FILLER                  PIC X(02).
           02  SVMCPCTC                   PICTURE X.
           02  SVMCPCTO                  PIC 9(03).
           02  FILLER                  PIC X(02).
           02  SVMINFLC                   PICTURE X.
           02  SVMINFLO                  PIC 9(04).
           02  FILLER                  PIC X(02).
           02  SVMCLIMC                   PICTURE X.
           02  SVMCLIMO                  PIC 9(03).
           02  FILLER                  PIC X(02).
           02  SVMSIMC                    PICTURE X.
           02  SVMSIMO                   PIC X(01).
           02  FILLER                  PIC X(02).
           02  SVMCMINC                   PICTURE X.
           02  SVMCMINO                  PIC 9(04).
           02  FILLER                  PIC X(02).
           02  SVMSOT1C                   PICTURE X.
           02  SVMSOT1O                  PIC X(64).
           02  FILLER                  PIC X(02).
           02  SVMSOT4C                   PICTURE X.
           02  SVMSOT4O                  PIC X(64).
           02  FILLER                  PIC X(02).
           02  SVMCSTAC                   PICTURE X.
           02  SVMCSTAO                  PIC X(01).
           02  FILLER                  PIC X(02).
           02  SVMCCNTC                   PICTURE X.
           02  SVMCCNTO                  PIC 9(08).
           02  FILLER                  PIC X(02).
           02  SVMCFLSC                   PICTURE X.
           02  SVMCFLSO                  PIC 9(08).
           02  FILLER                  PIC X(02).
           02  SVMMSGC                    PICTURE X.
           02  SVMMSGO                   PIC X(79).
