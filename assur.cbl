               ASSIGN TO DYNAMIC WS-CESS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "assur-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-WORK-FILE
               ASSIGN TO "assur-journal-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-WORK-FILE-STATUS.

           SELECT ASSURANCE-HISTORY-OUTPUT
               ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASSURANCE-AUTO-OUTPUT
               ASSIGN TO DYNAMIC WS-AUTO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLAIM-SCREEN-OUTPUT
               ASSIGN TO DYNAMIC WS-SCR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-HISTORY-FILE
               ASSIGN TO "assur-relances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-HIST-FILE-STATUS.

           SELECT DUNNING-LETTER-OUTPUT
               ASSIGN TO DYNAMIC WS-DUN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LAPSE-DELTA-FILE
               ASSIGN TO "assur-resiliations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSE-FILE-STATUS.

           SELECT INDEXATION-NOTICE-OUTPUT
               ASSIGN TO DYNAMIC WS-INDX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-OUTPUT
               ASSIGN TO DYNAMIC WS-STM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-CATALOGUE-INPUT
               ASSIGN TO "assur-produits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO "assur-approbations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-FILE-STATUS.

           SELECT GENERATION-CATALOGUE-FILE
               ASSIGN TO "assur-generations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.

           SELECT GENERATION-COPY-INPUT
               ASSIGN TO DYNAMIC WS-GEN-FROM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FROM-FILE-STATUS.

           SELECT GENERATION-COPY-OUTPUT
               ASSIGN TO DYNAMIC WS-GEN-TO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-TO-FILE-STATUS.

           SELECT TAX-ADJUSTMENT-FILE
               ASSIGN TO "assur-taxe-ajustements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXADJ-FILE-STATUS.

           SELECT TAX-DECLARATION-OUTPUT
               ASSIGN TO DYNAMIC WS-TAX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-POSTING-OUTPUT
               ASSIGN TO DYNAMIC WS-TAXP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASSURANCE-INPUT.

       FD GL-POSTING-OUTPUT.
       01 GL-OUT-LINE-RCD.
           05 GL-OUT-LINE                   PIC X(60).

       FD ASSURANCE-BRANCH-OUTPUT.
       01 ASR-BRN-OUT-LINE-RCD.
       01 ASR-LOSS-OUT-LINE-RCD.
           05 ASR-LOSS-OUT-LINE            PIC X(80).

       FD CHANGE-JOURNAL-FILE.
       01 JRN-RCD.
           05 JRN-CONTRACT-CODE            PIC 9(08).
           05 FILLER                       PIC X(01).
           05 JRN-FIELD-NAME               PIC X(14).
           05 FILLER                       PIC X(01).
           05 JRN-BEFORE-VALUE             PIC X(41).
           05 FILLER                       PIC X(01).
           05 JRN-AFTER-VALUE              PIC X(41).
           05 FILLER                       PIC X(01).
           05 JRN-SOURCE                   PIC X(08).
           05 FILLER                       PIC X(01).
           05 JRN-BRANCH                   PIC X(04).
           05 FILLER                       PIC X(01).
           05 JRN-RUN-DATE                 PIC 9(08).
           05 FILLER                       PIC X(01).
           05 JRN-RUN-TIME                 PIC 9(06).
           05 FILLER                       PIC X(01).
           05 JRN-OPERATOR                 PIC X(08).
           05 FILLER                       PIC X(01).
           05 JRN-APPROVER                 PIC X(08).

       FD JOURNAL-WORK-FILE.
       01 JRN-WORK-RCD                     PIC X(155).

       FD ASSURANCE-HISTORY-OUTPUT.
       01 ASR-HIST-OUT-LINE-RCD.
           05 ASR-HIST-OUT-LINE            PIC X(170).

       FD ASSURANCE-AUTO-OUTPUT.
       01 ASR-AUTO-OUT-LINE-RCD.
           05 ASR-AUTO-OUT-LINE            PIC X(100).

       FD CLAIM-SCREEN-OUTPUT.
       01 CLM-SCR-OUT-LINE-RCD.
           05 CLM-SCR-OUT-LINE             PIC X(130).

       FD DUNNING-HISTORY-FILE.
       01 DUN-HIST-RCD.
           05 DUN-HIST-CONTRACT-CODE       PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DUN-HIST-LEVEL               PIC 9(01).
           05 FILLER                       PIC X(01).
           05 DUN-HIST-DATE                PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DUN-HIST-OUTSTANDING         PIC 9(07)V9(02).
           05 FILLER                       PIC X(01).
           05 DUN-HIST-CURRENCY            PIC X(03).
           05 FILLER                       PIC X(01).
           05 DUN-HIST-OPERATOR            PIC X(08).

       FD DUNNING-LETTER-OUTPUT.
       01 DUN-LETTER-OUT-LINE-RCD.
           05 DUN-LETTER-OUT-LINE          PIC X(80).

       FD LAPSE-DELTA-FILE.
       01 LAPSE-DELTA-RCD                  PIC X(123).

       FD INDEXATION-NOTICE-OUTPUT.
       01 INDX-OUT-LINE-RCD.
           05 INDX-OUT-LINE                PIC X(120).

       FD STATEMENT-OUTPUT.
       01 STM-OUT-LINE-RCD.
           05 STM-OUT-LINE                 PIC X(100).

       FD PRODUCT-CATALOGUE-INPUT.
       01 PROD-IN-RCD.
           05 PROD-IN-NAME                 PIC X(14).
           05 FILLER                       PIC X(01).
           05 PROD-IN-CURRENCIES           PIC X(15).
           05 FILLER                       PIC X(01).
           05 PROD-IN-MIN-PREMIUM          PIC 9(06)V9(02).
           05 FILLER                       PIC X(01).
           05 PROD-IN-MAX-PREMIUM          PIC 9(06)V9(02).
           05 FILLER                       PIC X(01).
           05 PROD-IN-CMSN-RATE            PIC 9(02)V9(02).
           05 FILLER                       PIC X(01).
           05 PROD-IN-TREATY-PCT           PIC 9(02)V9(02).
           05 FILLER                       PIC X(01).
           05 PROD-IN-TREATY-RETENTION     PIC 9(09).
           05 FILLER                       PIC X(01).
           05 PROD-IN-GL-ACCOUNT           PIC X(10).

       FD APPROVAL-QUEUE-FILE.
       01 APQ-RCD                          PIC X(205).

       FD GENERATION-CATALOGUE-FILE.
       01 GEN-RCD.
           05 GEN-NUMBER                   PIC 9(05).
           05 FILLER                       PIC X(01).
           05 GEN-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 GEN-TIME                     PIC 9(06).
           05 FILLER                       PIC X(01).
           05 GEN-SLOT                     PIC 9(02).
           05 FILLER                       PIC X(01).
           05 GEN-KEEP                     PIC 9(02).
           05 FILLER                       PIC X(01).
           05 GEN-ROWS                     PIC 9(05).
           05 FILLER                       PIC X(01).
           05 GEN-OPERATOR                 PIC X(08).

       FD GENERATION-COPY-INPUT.
       01 GEN-FROM-RCD                     PIC X(200).

       FD GENERATION-COPY-OUTPUT.
       01 GEN-TO-RCD                       PIC X(200).

       FD TAX-ADJUSTMENT-FILE.
       01 TAXADJ-RCD                       PIC X(88).

       FD TAX-DECLARATION-OUTPUT.
       01 TAX-OUT-LINE-RCD.
           05 TAX-OUT-LINE                 PIC X(100).

       FD TAX-POSTING-OUTPUT.
       01 TAXP-OUT-LINE-RCD.
           05 TAXP-OUT-LINE                PIC X(60).

       FD CONTROL-FILE.
       01 CTL-RCD.
           05 CTL-OPT-ALL                  PIC X(01).
           05 CTL-OPT-ERN                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-CESS                  PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-JRN                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-AUTO                  PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-SCR                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-DUN                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-IDX                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-INDEX-DAYS               PIC 9(03).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-RST                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-RESTORE-GEN              PIC 9(05).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-STM                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-OPT-TAX                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 CTL-TAX-PERIOD               PIC 9(06).

       01 CTL-BRANCH-RCD REDEFINES CTL-RCD.
           05 CTL-BRANCH-MARKER             PIC X(06).
           05 CTL-BRANCH-FILE               PIC X(30).
           05 FILLER                       PIC X(25).

       01 CTL-TAX-RCD REDEFINES CTL-RCD.
           05 CTL-TAX-MARKER                PIC X(06).
           05 FILLER                       PIC X(01).
           05 CTL-TAX-BRANCH                PIC X(04).
           05 FILLER                       PIC X(01).
           05 CTL-TAX-EFF-DATE              PIC 9(08).
           05 FILLER                       PIC X(01).
           05 CTL-TAX-RATE                  PIC 9(02)V9(02).
           05 FILLER                       PIC X(42).

       01 CTL-CMSN-RCD REDEFINES CTL-RCD.
           05 CTL-CMSN-MARKER               PIC X(06).
           05 FILLER                       PIC X(01).
           05 CTL-TREATY-RETENTION          PIC 9(09).
           05 FILLER                       PIC X(31).

       01 CTL-INDX-RCD REDEFINES CTL-RCD.
           05 CTL-INDX-MARKER               PIC X(06).
           05 FILLER                       PIC X(01).
           05 CTL-INDX-PRODUCT              PIC X(14).
           05 FILLER                       PIC X(01).
           05 CTL-INDX-RATE                 PIC 9(02)V9(02).
           05 FILLER                       PIC X(55).

       01 CTL-CLMSCR-RCD REDEFINES CTL-RCD.
           05 CTL-CLMSCR-MARKER             PIC X(06).
           05 FILLER                       PIC X(01).
           05 CTL-CLMSCR-EARLY-DAYS         PIC 9(03).
           05 FILLER                       PIC X(01).
           05 CTL-CLMSCR-MAX-CLAIMS         PIC 9(03).
           05 FILLER                       PIC X(01).
           05 CTL-CLMSCR-FACTOR             PIC 9(02)V9(02).
           05 FILLER                       PIC X(48).

       01 CTL-LIFE-RCD REDEFINES CTL-RCD.
           05 CTL-LIFE-MARKER               PIC X(06).
           05 FILLER                       PIC X(01).
           05 CTL-LIFE-PENDING-DAYS         PIC 9(03).
           05 FILLER                       PIC X(57).

       01 CTL-GEN-RCD REDEFINES CTL-RCD.
           05 CTL-GEN-MARKER                PIC X(06).
           05 FILLER                       PIC X(01).
           05 CTL-GEN-KEEP                  PIC 9(02).
           05 FILLER                       PIC X(58).

       WORKING-STORAGE SECTION.

       77 WS-INPUT-FILE-STATUS             PIC X(02).

       77 WS-CLAIMS-FILE-STATUS                PIC X(02).

       77 WS-DUN-HIST-FILE-STATUS              PIC X(02).

       77 WS-LAPSE-FILE-STATUS                 PIC X(02).

       77 WS-GEN-FILE-STATUS                   PIC X(02).

       77 WS-GEN-FROM-FILE-STATUS              PIC X(02).

       77 WS-GEN-TO-FILE-STATUS                PIC X(02).

       01 WS-CLM-TBL.
           05 WS-CLM-RCD OCCURS 999 TIMES.
               10 WS-CLM-CONTRACT-CODE         PIC 9(08).

       77 WS-CLM-MATCH-IDX                     PIC 9(03).

       77 WS-SCR-EARLY-DAYS                    PIC 9(03) VALUE 30.

       77 WS-SCR-MAX-CLAIMS                    PIC 9(03) VALUE 3.

       77 WS-SCR-FACTOR                        PIC 9(02)V9(02)
                                               VALUE 5.

       77 WS-SCR-CLM-IDX                       PIC 9(03).

       77 WS-SCR-SCAN-IDX                      PIC 9(03).

       77 WS-SCR-MATCH-IDX                     PIC 9(03).

       77 WS-SCR-CLAIM-COUNT                   PIC 9(03).

       01 WS-SCR-FIRST-SW                      PIC X(01).
           88 WS-SCR-FIRST-CLAIM                       VALUE "Y".
           88 WS-SCR-LATER-CLAIM                       VALUE "N".

       77 WS-SCR-START-DATE                    PIC 9(08).

       77 WS-SCR-END-DATE                      PIC 9(08).

       77 WS-SCR-DAYS                          PIC S9(05).

       77 WS-SCR-LIMIT                         PIC 9(08)V9(02).

       77 WS-SCR-REFERRAL-COUNT                PIC 9(05) VALUE 0.

       01 WS-SCR-RULE                          PIC X(06).

       01 WS-SCR-DETAIL                        PIC X(45).

       77 WS-SCR-NUM-EDIT                      PIC Z(04)9.

       77 WS-SCR-FACTOR-EDIT                   PIC Z9,9(02).

       01 WS-DUN-HIST-TBL.
           05 WS-DUN-HIST-ROW OCCURS 999 TIMES.
               10 WS-DUN-HIST-CODE             PIC 9(08).
               10 WS-DUN-HIST-LEVEL            PIC 9(01).
               10 WS-DUN-HIST-DATE             PIC 9(08).

       77 WS-DUN-HIST-TBL-SIZE                 PIC 9(03) VALUE 0.

       77 WS-DUN-HIST-TBL-MAX-SIZE             PIC 9(03) VALUE 999.

       77 WS-DUN-HIST-ROWS-DROPPED             PIC 9(05) VALUE 0.

       77 WS-DUN-HIST-IDX                      PIC 9(03).

       77 WS-DUN-LAST-LEVEL                    PIC 9(01).

       77 WS-DUN-NEW-LEVEL                     PIC 9(01).

       77 WS-DUN-FINAL-LEVEL                   PIC 9(01) VALUE 3.

       77 WS-DUN-LAPSE-LEVEL                   PIC 9(01) VALUE 4.

       77 WS-DUN-FINAL-DATE                    PIC 9(08).

       77 WS-DUN-GRACE-DAYS                    PIC 9(03) VALUE 15.

       77 WS-DUN-WAIT-DAYS                     PIC S9(05).

       77 WS-DUN-LETTER-COUNT                  PIC 9(05) VALUE 0.

       77 WS-DUN-LAPSE-COUNT                   PIC 9(05) VALUE 0.

       77 WS-DUN-LINE-IDX                      PIC 9(01).

       77 WS-DUN-AMOUNT-EDIT                   PIC 9(06),9(02).

       01 WS-DUN-TEXT-VALUES.
           05 FILLER PIC X(20) VALUE "FIRST REMINDER".
           05 FILLER PIC X(60) VALUE
              "Our records show that the premium for the contract".
           05 FILLER PIC X(60) VALUE
              "below is still unpaid. If you have already paid, please".
           05 FILLER PIC X(60) VALUE
              "disregard this letter; otherwise please pay it now.".
           05 FILLER PIC X(20) VALUE "SECOND REMINDER".
           05 FILLER PIC X(60) VALUE
              "Despite our first reminder, the premium for the".
           05 FILLER PIC X(60) VALUE
              "contract below remains unpaid. Please settle the amount".
           05 FILLER PIC X(60) VALUE
              "shown without delay to keep your cover in force.".
           05 FILLER PIC X(20) VALUE "FINAL NOTICE".
           05 FILLER PIC X(60) VALUE
              "This is our final notice. Unless the amount shown is".
           05 FILLER PIC X(60) VALUE
              "received within 15 days of this letter, the contract".
           05 FILLER PIC X(60) VALUE
              "below will be cancelled for non-payment of premium.".

       01 WS-DUN-TEXT-REDEF REDEFINES WS-DUN-TEXT-VALUES.
           05 WS-DUN-TEXT-RCD OCCURS 3 TIMES.
               10 WS-DUN-TEXT-TITLE            PIC X(20).
               10 WS-DUN-TEXT-LINE             PIC X(60)
                                               OCCURS 3 TIMES.

       01 WS-LAPSE-TBL.
           05 WS-LAPSE-ROW                     PIC X(123)
                                               OCCURS 999 TIMES.

       77 WS-LAPSE-TBL-SIZE                    PIC 9(03) VALUE 0.

       77 WS-LAPSE-TBL-MAX-SIZE                PIC 9(03) VALUE 999.

       77 WS-LAPSE-IDX                         PIC 9(03).

       01 WS-LAPSE-READ-SW                     PIC X(01) VALUE "N".
           88 WS-LAPSE-READ                            VALUE "Y".
           88 WS-LAPSE-NOT-READ                        VALUE "N".

       77 WS-PENDING-READ-COUNT                PIC 9(05) VALUE 0.

       01 WS-PENDING-READ-SW                   PIC X(01) VALUE "N".
           88 WS-PENDING-READ                          VALUE "Y".
           88 WS-PENDING-NOT-READ                      VALUE "N".

       01 WS-MNT-CODE-X                        PIC X(08).

       77 WS-MNT-CODE                          PIC 9(08).

       77 WS-MNT-IDX                           PIC 9(03).

       77 WS-MNT-SCAN-IDX                      PIC 9(03).

       01 WS-MNT-ACTION                        PIC X(01).

       01 WS-MNT-ANSWER                        PIC X(41).

       77 WS-MNT-LIST-COUNT                    PIC 9(03).

       77 WS-MNT-QUEUED-COUNT                  PIC 9(03) VALUE 0.

       77 WS-MNT-BRANCH                        PIC X(04).

       01 WS-MNT-BRANCH-SW                     PIC X(01) VALUE "N".
           88 WS-MNT-BRANCH-KNOWN                      VALUE "Y".
           88 WS-MNT-BRANCH-UNKNOWN                    VALUE "N".

       77 WS-MNT-AMOUNT-EDIT                   PIC Z(06)9,9(02).

       77 WS-MNT-PREMIUM-EDIT                  PIC 9(06),9(02).

       01 WS-INDX-TBL.
           05 WS-INDX-RCD OCCURS 40 TIMES.
               10 WS-INDX-PRODUCT              PIC X(14).
               10 WS-INDX-RATE                 PIC 9(02)V9(02).

       77 WS-INDX-TBL-SIZE                     PIC 9(02) VALUE 0.

       77 WS-INDX-TBL-MAX-SIZE                 PIC 9(02) VALUE 40.

       77 WS-INDX-IDX                          PIC 9(02).

       77 WS-INDX-MATCH-IDX                    PIC 9(02).

       01 WS-INDX-ENDT-TBL.
           05 WS-INDX-ENDT-RCD OCCURS 999 TIMES.
               10 WS-INDX-ENDT-CODE            PIC 9(08).
               10 WS-INDX-ENDT-DATE            PIC 9(08).

       77 WS-INDX-ENDT-TBL-SIZE                PIC 9(03) VALUE 0.

       77 WS-INDX-ENDT-TBL-MAX-SIZE            PIC 9(03) VALUE 999.

       77 WS-INDX-ENDT-IDX                     PIC 9(03).

       01 WS-INDX-ENDT-FOUND-SW                PIC X(01).
           88 WS-INDX-ENDT-FOUND                       VALUE "Y".
           88 WS-INDX-ENDT-NOT-FOUND                   VALUE "N".

       77 WS-INDX-DAYS                         PIC 9(03).

       77 WS-INDX-DAYS-AHEAD                   PIC S9(05).

       77 WS-INDX-ANNIV-DATE                   PIC 9(08).

       77 WS-INDX-NEW-AMOUNT                   PIC 9(07)V9(02).

       77 WS-INDX-AMOUNT-EDIT                  PIC 9(06),9(02).

       77 WS-INDX-WRITTEN-COUNT                PIC 9(05) VALUE 0.

       77 WS-INDX-SKIPPED-COUNT                PIC 9(05) VALUE 0.

       77 WS-STM-PICK                          PIC 9(06) VALUE 0.

       77 WS-STM-CLIENT-COUNT                  PIC 9(05) VALUE 0.

       77 WS-STM-NO-ID-COUNT                   PIC 9(05) VALUE 0.

       77 WS-STM-FIRST                         PIC 9(03).

       77 WS-STM-LAST                          PIC 9(03).

       77 WS-STM-IDX                           PIC 9(03).

       77 WS-STM-NEXT-IDX                      PIC 9(03).

       77 WS-STM-LINE-COUNT                    PIC 9(03).

       77 WS-STM-PAID                          PIC 9(07)V9(02).

       77 WS-STM-OUTSTANDING                   PIC S9(07)V9(02).

       77 WS-STM-DATE-WORK                     PIC 9(08).

       01 WS-STM-GROUP-SW                      PIC X(01).
           88 WS-STM-GROUP-END                         VALUE "Y".
           88 WS-STM-GROUP-OPEN                        VALUE "N".

       01 WS-STM-OWNED-SW                      PIC X(01).
           88 WS-STM-OWNED                             VALUE "Y".
           88 WS-STM-NOT-OWNED                         VALUE "N".

       01 WS-STM-BAL-TBL.
           05 WS-STM-BAL-RCD OCCURS 10 TIMES.
               10 WS-STM-BAL-CUR               PIC X(03).
               10 WS-STM-BAL-AMOUNT            PIC 9(09)V9(02).

       77 WS-STM-BAL-TBL-SIZE                  PIC 9(02) VALUE 0.

       77 WS-STM-BAL-TBL-MAX-SIZE              PIC 9(02) VALUE 10.

       77 WS-STM-BAL-IDX                       PIC 9(02).

       77 WS-STM-BAL-MATCH-IDX                 PIC 9(02).

       77 WS-TAXADJ-FILE-STATUS                PIC X(02).

       01 WS-TAX-RATE-TBL.
           05 WS-TAX-RATE-RCD OCCURS 60 TIMES.
               10 WS-TAX-RATE-BRANCH           PIC X(04).
               10 WS-TAX-RATE-EFF-DATE         PIC 9(08).
               10 WS-TAX-RATE-PCT              PIC 9(02)V9(02).

       77 WS-TAX-RATE-TBL-SIZE                 PIC 9(02) VALUE 0.

       77 WS-TAX-RATE-TBL-MAX-SIZE             PIC 9(02) VALUE 60.

       77 WS-TAX-RATE-IDX                      PIC 9(02).

       77 WS-TAX-FOUND-IDX                     PIC 9(02).

       77 WS-TAX-LOOKUP-BRANCH                 PIC X(04).

       77 WS-TAX-LOOKUP-DATE                   PIC 9(08).

       77 WS-TAX-LOOKUP-CURRENCY               PIC X(03).

       01 WS-TAXADJ-LOADED-SW                  PIC X(01) VALUE "N".
           88 WS-TAXADJ-LOADED                         VALUE "Y".
           88 WS-TAXADJ-NOT-LOADED                     VALUE "N".

       01 WS-TAXADJ-TBL.
           05 WS-TAXADJ-TBL-RCD OCCURS 2000 TIMES.
               10 WS-TAXADJ-ROW                PIC X(88).
               10 WS-TAXADJ-THIS-RUN-SW        PIC X(01).

       77 WS-TAXADJ-TBL-SIZE                   PIC 9(04) VALUE 0.

       77 WS-TAXADJ-TBL-MAX-SIZE               PIC 9(04) VALUE 2000.

       77 WS-TAXADJ-ROWS-DROPPED               PIC 9(05) VALUE 0.

       77 WS-TAXADJ-IDX                        PIC 9(04).

       77 WS-TAXADJ-NEW-COUNT                  PIC 9(05) VALUE 0.

       77 WS-TAXADJ-POSTED-COUNT               PIC 9(05) VALUE 0.

       01 WS-TAXADJ-ENTRY.
           05 WS-TAXADJ-ENT-CODE               PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-EFF-DATE           PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-TYPE               PIC X(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-BRANCH             PIC X(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-CURRENCY           PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-OLD-AMOUNT         PIC 9(06)V9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-NEW-AMOUNT         PIC 9(06)V9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-SIGN               PIC X(01).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-PREMIUM            PIC 9(07)V9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-PERIOD             PIC 9(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-RUN-DATE           PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXADJ-ENT-OPERATOR           PIC X(08).

       01 WS-TAXADJ-KEY.
           05 WS-TAXADJ-KEY-CODE               PIC 9(08).
           05 WS-TAXADJ-KEY-EFF-DATE           PIC 9(08).
           05 WS-TAXADJ-KEY-TYPE               PIC X(06).
           05 WS-TAXADJ-KEY-NEW-AMOUNT         PIC 9(06)V9(02).

       01 WS-TAXADJ-FOUND-SW                   PIC X(01).
           88 WS-TAXADJ-FOUND                          VALUE "Y".
           88 WS-TAXADJ-NOT-FOUND                      VALUE "N".

       77 WS-TAXADJ-NEW-AMOUNT                 PIC 9(06)V9(02).

       77 WS-TAXADJ-DIFF                       PIC 9(06)V9(02).

       77 WS-TAXADJ-EFF-JULIAN                 PIC 9(07).

       77 WS-TAXADJ-TOTAL-DAYS                 PIC S9(05).

       77 WS-TAXADJ-REMAIN-DAYS                PIC S9(05).

       77 WS-TAXADJ-DECL-DATE                  PIC 9(08).

       01 WS-TAX-PERIOD-FIELDS.
           05 WS-TAX-PERIOD-YEAR               PIC 9(04).
           05 WS-TAX-PERIOD-MONTH              PIC 9(02).

       01 WS-TAX-PERIOD REDEFINES WS-TAX-PERIOD-FIELDS
                                               PIC 9(06).

       77 WS-TAX-START-PERIOD                  PIC 9(06).

       77 WS-TAX-PREMIUM                       PIC 9(07)V9(02).

       77 WS-TAX-AMOUNT                        PIC 9(07)V9(02).

       77 WS-TAX-SIGNED-PREMIUM                PIC S9(07)V9(02).

       77 WS-TAX-SIGNED-AMOUNT                 PIC S9(07)V9(02).

       77 WS-TAX-DUE                           PIC S9(09)V9(02).

       77 WS-TAX-CONTRACT-COUNT                PIC 9(05) VALUE 0.

       77 WS-TAX-ADJ-COUNT                     PIC 9(05) VALUE 0.

       77 WS-TAX-NO-RATE-COUNT                 PIC 9(05) VALUE 0.

       77 WS-TAX-POSTED-COUNT                  PIC 9(05) VALUE 0.

       01 WS-TAX-TOT-TBL.
           05 WS-TAX-TOT-RCD OCCURS 50 TIMES.
               10 WS-TAX-TOT-BRANCH            PIC X(04).
               10 WS-TAX-TOT-CURRENCY          PIC X(03).
               10 WS-TAX-TOT-WRITTEN           PIC 9(09)V9(02).
               10 WS-TAX-TOT-WRITTEN-TAX       PIC 9(09)V9(02).
               10 WS-TAX-TOT-ADJ-PREMIUM       PIC S9(09)V9(02).
               10 WS-TAX-TOT-ADJ-TAX           PIC S9(09)V9(02).

       77 WS-TAX-TOT-TBL-SIZE                  PIC 9(02) VALUE 0.

       77 WS-TAX-TOT-TBL-MAX-SIZE              PIC 9(02) VALUE 50.

       77 WS-TAX-TOT-ROWS-DROPPED              PIC 9(05) VALUE 0.

       77 WS-TAX-TOT-IDX                       PIC 9(02).

       77 WS-TAX-TOT-MATCH-IDX                 PIC 9(02).

       01 WS-GEN-TBL.
           05 WS-GEN-RCD OCCURS 99 TIMES.
               10 WS-GEN-NUMBER                PIC 9(05).
               10 WS-GEN-DATE                  PIC 9(08).
               10 WS-GEN-TIME                  PIC 9(06).
               10 WS-GEN-SLOT                  PIC 9(02).
               10 WS-GEN-KEEP                  PIC 9(02).
               10 WS-GEN-ROWS                  PIC 9(05).
               10 WS-GEN-OPERATOR              PIC X(08).

       77 WS-GEN-TBL-SIZE                      PIC 9(02) VALUE 0.

       77 WS-GEN-TBL-MAX-SIZE                  PIC 9(02) VALUE 99.

       77 WS-GEN-IDX                           PIC 9(02).

       77 WS-GEN-NEXT-IDX                      PIC 9(02).

       77 WS-GEN-KEEP-COUNT                    PIC 9(02) VALUE 7.

       01 WS-GEN-KEEP-SW                       PIC X(01) VALUE "N".
           88 WS-GEN-KEEP-SET                          VALUE "Y".
           88 WS-GEN-KEEP-NOT-SET                      VALUE "N".

       77 WS-GEN-NEXT-NUMBER                   PIC 9(05).

       77 WS-GEN-NEXT-SLOT                     PIC 9(02).

       77 WS-GEN-SLOT-TRY                      PIC 9(02).

       01 WS-GEN-SLOT-FREE-SW                  PIC X(01).
           88 WS-GEN-SLOT-FREE                         VALUE "Y".
           88 WS-GEN-SLOT-TAKEN                        VALUE "N".

       77 WS-GEN-DROPPED-COUNT                 PIC 9(02) VALUE 0.

       77 WS-GEN-SLOT-WORK                     PIC 9(02).

       77 WS-GEN-COPY-COUNT                    PIC 9(05) VALUE 0.

       77 WS-GEN-FROM-FILE-NAME                PIC X(40).

       77 WS-GEN-TO-FILE-NAME                  PIC X(40).

       77 WS-GEN-MASTER-COPY-NAME              PIC X(40).

       77 WS-GEN-SNAPSHOT-COPY-NAME            PIC X(40).

       77 WS-GEN-FXL-COPY-NAME                 PIC X(40).

       77 WS-GEN-MASTER-FILE-NAME              PIC X(40) VALUE
                "assur-contract-master.dat".

       77 WS-GEN-SNAPSHOT-FILE-NAME            PIC X(40) VALUE
                "assur-status-snapshot.dat".

       77 WS-GEN-FXL-FILE-NAME                 PIC X(40) VALUE
                "assur-fx-last-used.dat".

       77 WS-GEN-PICK                          PIC 9(05) VALUE 0.

       77 WS-GEN-PICK-IDX                      PIC 9(02) VALUE 0.

       77 WS-GEN-PICK-EDIT                     PIC Z(04)9.

       77 WS-GEN-OLD-KEY                       PIC X(08).

       77 WS-GEN-NEW-KEY                       PIC X(08).

       77 WS-GEN-JRN-COUNT                     PIC 9(05) VALUE 0.

       77 WS-GEN-CHANGED-COUNT                 PIC 9(05) VALUE 0.

       01 WS-GEN-FILES-SW                      PIC X(01).
           88 WS-GEN-FILES-OK                          VALUE "Y".
           88 WS-GEN-FILES-MISSING                     VALUE "N".

       01 WS-GEN-RESTORED-SW                   PIC X(01) VALUE "N".
           88 WS-GEN-RESTORED                          VALUE "Y".
           88 WS-GEN-NOT-RESTORED                      VALUE "N".

       77 WS-GEN-DATE-WORK                     PIC 9(08).

       01 WS-GEN-LIST-LINE.
           05 FILLER                           PIC X(13) VALUE
                    "Generation : ".
           05 WS-GEN-LIST-NUMBER               PIC Z(04)9.
           05 FILLER                           PIC X(08) VALUE
                    " Date : ".
           05 WS-GEN-LIST-DATE                 PIC X(10).
           05 FILLER                           PIC X(08) VALUE
                    " Time : ".
           05 WS-GEN-LIST-TIME                 PIC X(08).
           05 FILLER                           PIC X(08) VALUE
                    " Rows : ".
           05 WS-GEN-LIST-ROWS                 PIC Z(04)9.
           05 FILLER                           PIC X(12) VALUE
                    " Operator : ".
           05 WS-GEN-LIST-OPERATOR             PIC X(08).

       01 WS-GEN-AUDIT-LINE.
           05 FILLER                           PIC X(11) VALUE
                    "Run date : ".
           05 WS-GEN-AUDIT-DATE                PIC X(10).
           05 FILLER                           PIC X(08) VALUE
                    " Time : ".
           05 WS-GEN-AUDIT-TIME                PIC X(08).
           05 FILLER                           PIC X(26) VALUE
                    " Roll-back to generation :".
           05 WS-GEN-AUDIT-NUMBER              PIC Z(04)9.
           05 FILLER                           PIC X(04) VALUE
                    " of ".
           05 WS-GEN-AUDIT-GEN-DATE            PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-GEN-AUDIT-GEN-TIME            PIC X(08).
           05 FILLER                           PIC X(15) VALUE
                    " Master rows : ".
           05 WS-GEN-AUDIT-ROWS                PIC Z(04)9.
           05 FILLER                           PIC X(12) VALUE
                    " Operator : ".
           05 WS-GEN-AUDIT-OPERATOR            PIC X(08).

       77 WS-CLM-UNMATCHED-COUNT               PIC 9(05) VALUE 0.

       77 WS-CLM-DENIED-COUNT                  PIC 9(05) VALUE 0.

       01 WS-LOSS-TOTALS-TBL.
           05 WS-LOSS-TOTALS-RCD OCCURS 100 TIMES.
               10 WS-LOSS-PRODUCT-NAME         PIC X(14).
               10 WS-LOSS-BRANCH               PIC X(04).
               10 WS-LOSS-PREMIUM              PIC 9(09)V9(02).
               10 WS-LOSS-CLAIMS               PIC 9(09)V9(02).

       77 WS-LOSS-TBL-SIZE                     PIC 9(03) VALUE 0.

       77 WS-LOSS-TBL-MAX-SIZE                 PIC 9(03) VALUE 100.

       77 WS-LOSS-ROWS-DROPPED                 PIC 9(05) VALUE 0.

       77 WS-LOSS-IDX                          PIC 9(03).

       01 WS-LOSS-CUR-PRODUCT                  PIC X(14).

       01 WS-LOSS-CUR-BRANCH                   PIC X(04).

       77 WS-LOSS-RATIO                        PIC 9(05)V9(02).

       77 WS-ENDT-FILE-STATUS                  PIC X(02).

       77 WS-ENDT-APPLIED-COUNT                PIC 9(05) VALUE 0.

       77 WS-ENDT-CANCEL-COUNT                 PIC 9(05) VALUE 0.

       77 WS-ENDT-UNMATCHED-COUNT              PIC 9(05) VALUE 0.

       77 WS-ENDT-MATCH-IDX                    PIC 9(03).

       01 WS-ENDT-EFF-TBL.
           05 WS-ENDT-EFF-RCD OCCURS 200 TIMES.
               10 WS-ENDT-EFF-CODE             PIC 9(08).
               10 WS-ENDT-EFF-DATE             PIC 9(08).
               10 WS-ENDT-OLD-AMOUNT           PIC 9(06)V9(02).

       77 WS-ENDT-EFF-TBL-SIZE                 PIC 9(03) VALUE 0.

       77 WS-ENDT-EFF-TBL-MAX-SIZE             PIC 9(03) VALUE 200.

       77 WS-ENDT-EFF-DROPPED                  PIC 9(05) VALUE 0.

       77 WS-ENDT-EFF-IDX                      PIC 9(03).

       77 WS-ERN-TOTAL-DAYS                    PIC S9(05).

       77 WS-ERN-ELAPSED-DAYS                  PIC S9(05).

       77 WS-ERN-SPLIT-DAYS                    PIC S9(05).

       77 WS-ERN-BEFORE-DAYS                   PIC S9(05).

       77 WS-ERN-AFTER-DAYS                    PIC S9(05).

       77 WS-ERN-EFF-JULIAN                    PIC 9(07).

       77 WS-ERN-EFF-NUMERIC                   PIC 9(08).

       77 WS-ERN-CHARGED                       PIC 9(07)V9(02).

       77 WS-ERN-EARNED                        PIC 9(07)V9(02).

       77 WS-ERN-UNEARNED                      PIC 9(07)V9(02).

       01 WS-ERN-TOTALS-TBL.
           05 WS-ERN-TOTALS-RCD OCCURS 10 TIMES.
               10 WS-ERN-CUR-CODE              PIC X(03).
               10 WS-ERN-EARNED-TOTAL          PIC 9(09)V9(02).
               10 WS-ERN-UNEARNED-TOTAL        PIC 9(09)V9(02).

       77 WS-ERN-TBL-SIZE                      PIC 9(02) VALUE 0.

       77 WS-ERN-TBL-MAX-SIZE                  PIC 9(02) VALUE 10.

       77 WS-ERN-ROWS-DROPPED                  PIC 9(05) VALUE 0.

       77 WS-ERN-IDX                           PIC 9(02).

       77 WS-CREF-FILE-STATUS                  PIC X(02).

       01 WS-CREF-TBL.
           05 WS-CREF-RCD OCCURS 200 TIMES.
               10 WS-CREF-CLIENT-ID            PIC 9(06).
               10 WS-CREF-NAME                 PIC X(41).
               10 WS-CREF-UPPER-NAME           PIC X(41).
               10 WS-CREF-NORM-NAME            PIC X(41).

       77 WS-CREF-TBL-SIZE                     PIC 9(03) VALUE 0.

       77 WS-CREF-TBL-MAX-SIZE                 PIC 9(03) VALUE 200.

       77 WS-CREF-ROWS-DROPPED                 PIC 9(05) VALUE 0.

       77 WS-CREF-IDX                          PIC 9(03).

       77 WS-CREF-MATCH-IDX                    PIC 9(03).

       01 WS-CREF-MATCH-TYPE                   PIC X(01).
           88 WS-CREF-MATCH-EXACT                      VALUE "E".
           88 WS-CREF-MATCH-FUZZY                      VALUE "F".
           88 WS-CREF-MATCH-NONE                       VALUE "N".

       77 WS-CREF-UNMATCHED-COUNT              PIC 9(05) VALUE 0.

       77 WS-CREF-FUZZY-COUNT                  PIC 9(05) VALUE 0.

       01 WS-CREF-LOADED-SW                    PIC X(01) VALUE "N".
           88 WS-CREF-LOADED                           VALUE "Y".
           88 WS-CREF-NOT-LOADED                       VALUE "N".

       01 WS-CREF-CANONICAL                    PIC X(41).

       77 WS-PROD-FILE-STATUS                  PIC X(02).

       01 WS-PROD-TBL.
           05 WS-PROD-RCD OCCURS 40 TIMES.
               10 WS-PROD-NAME                 PIC X(14).
               10 WS-PROD-CURRENCIES.
                   15 WS-PROD-CUR OCCURS 5 TIMES
                                               PIC X(03).
               10 WS-PROD-MIN-PREMIUM          PIC 9(06)V9(02).
               10 WS-PROD-MAX-PREMIUM          PIC 9(06)V9(02).
               10 WS-PROD-CMSN-RATE            PIC 9(02)V9(02).
               10 WS-PROD-TREATY-PCT           PIC 9(02)V9(02).
               10 WS-PROD-TREATY-RETENTION     PIC 9(09).
               10 WS-PROD-GL-ACCOUNT           PIC X(10).

       77 WS-PROD-TBL-SIZE                     PIC 9(02) VALUE 0.

       77 WS-PROD-TBL-MAX-SIZE                 PIC 9(02) VALUE 40.

       77 WS-PROD-ROWS-DROPPED                 PIC 9(05) VALUE 0.

       77 WS-PROD-ROWS-INVALID                 PIC 9(05) VALUE 0.

       77 WS-PROD-IDX                          PIC 9(02).

       77 WS-PROD-SCAN-IDX                     PIC 9(02).

       77 WS-PROD-CUR-IDX                      PIC 9(01).

       01 WS-PROD-LOOKUP-NAME                  PIC X(14).

       77 WS-PROD-CHECK-AMOUNT                 PIC 9(06)V9(02).

       01 WS-PROD-CUR-SW                       PIC X(01).
           88 WS-PROD-CUR-OK                           VALUE "Y".
           88 WS-PROD-CUR-BAD                          VALUE "N".

       01 WS-PROD-LOADED-SW                    PIC X(01) VALUE "N".
           88 WS-PROD-LOADED                           VALUE "Y".
           88 WS-PROD-NOT-LOADED                       VALUE "N".

       01 WS-NORM-IN                           PIC X(41).

       01 WS-NORM-OUT                          PIC X(41).

       01 WS-NORM-CHAR                         PIC X(01).

       77 WS-NORM-POS                          PIC 9(02).

       77 WS-NORM-OUT-POS                      PIC 9(02).

       01 WS-ASR-NORM-NAME                     PIC X(41).

       77 WS-JOURNAL-FILE-STATUS               PIC X(02).

       77 WS-JRN-WORK-FILE-STATUS              PIC X(02).

       77 WS-JRN-ENTRY-COUNT                   PIC 9(05) VALUE 0.

       77 WS-JRN-POSTED-COUNT                  PIC 9(05) VALUE 0.

       01 WS-JRN-SOURCE                        PIC X(08).

       01 WS-JRN-IMAGE-SW                      PIC X(01).
           88 WS-JRN-IMAGE-ADD                         VALUE "A".
           88 WS-JRN-IMAGE-CHANGE                      VALUE "C".
           88 WS-JRN-IMAGE-DELETE                      VALUE "D".

       01 WS-JRN-OLD-RCD.
           05 WS-JRN-OLD-CODE                  PIC 9(08).
           05 WS-JRN-OLD-CONTRACT-NAME         PIC X(14).
           05 WS-JRN-OLD-PRODUCT-NAME          PIC X(14).
           05 WS-JRN-OLD-CLIENT-NAME           PIC X(41).
           05 WS-JRN-OLD-CONTRACT-STATUS       PIC X(08).
           05 WS-JRN-OLD-START-DATE            PIC X(08).
           05 WS-JRN-OLD-END-DATE              PIC X(08).
           05 WS-JRN-OLD-AMOUNT                PIC 9(06)V9(02).
           05 WS-JRN-OLD-CURRENCY              PIC X(03).
           05 WS-JRN-OLD-BRANCH                PIC X(04).
           05 WS-JRN-OLD-CLIENT-ID             PIC 9(06).

       01 WS-JRN-NEW-RCD.
           05 WS-JRN-NEW-CODE                  PIC 9(08).
           05 WS-JRN-NEW-CONTRACT-NAME         PIC X(14).
           05 WS-JRN-NEW-PRODUCT-NAME          PIC X(14).
           05 WS-JRN-NEW-CLIENT-NAME           PIC X(41).
           05 WS-JRN-NEW-CONTRACT-STATUS       PIC X(08).
           05 WS-JRN-NEW-START-DATE            PIC X(08).
           05 WS-JRN-NEW-END-DATE              PIC X(08).
           05 WS-JRN-NEW-AMOUNT                PIC 9(06)V9(02).
           05 WS-JRN-NEW-CURRENCY              PIC X(03).
           05 WS-JRN-NEW-BRANCH                PIC X(04).
           05 WS-JRN-NEW-CLIENT-ID             PIC 9(06).

       77 WS-JRN-AMOUNT-EDIT                   PIC 9(06),9(02).

       01 WS-JRN-ENTRY.
           05 WS-JRN-ENT-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-FIELD                 PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-BEFORE                PIC X(41).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-AFTER                 PIC X(41).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-SOURCE                PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-BRANCH                PIC X(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-DATE.
               10 WS-JRN-ENT-YEAR              PIC 9(04).
               10 WS-JRN-ENT-MONTH             PIC 9(02).
               10 WS-JRN-ENT-DAY               PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-TIME.
               10 WS-JRN-ENT-HOUR              PIC 9(02).
               10 WS-JRN-ENT-MINUTE            PIC 9(02).
               10 WS-JRN-ENT-SECOND            PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-OPERATOR              PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-JRN-ENT-APPROVER              PIC X(08).

       01 WS-JRN-TARGET-SW                     PIC X(01) VALUE "W".
           88 WS-JRN-TO-WORK                           VALUE "W".
           88 WS-JRN-TO-JOURNAL                        VALUE "J".

       01 WS-JRN-OPERATOR                      PIC X(08).

       01 WS-JRN-APPROVER                      PIC X(08).

       01 WS-RUN-TIME-FIELDS.
           05 WS-RUN-HHMMSS                    PIC 9(06).
           05 WS-RUN-HUNDREDTH                 PIC 9(02).

       01 WS-HIST-CODE-X                       PIC X(08).

       77 WS-HIST-CODE                         PIC 9(08).

       77 WS-HIST-COUNT                        PIC 9(05) VALUE 0.

       01 WS-LIFE-TRANS-VALUES.
           05 FILLER PIC X(16) VALUE "ACTIVE  ACTIVE  ".
           05 FILLER PIC X(16) VALUE "ACTIVE  EXPIRED ".
           05 FILLER PIC X(16) VALUE "ACTIVE  CANCELED".
           05 FILLER PIC X(16) VALUE "PENDING PENDING ".
           05 FILLER PIC X(16) VALUE "PENDING ACTIVE  ".
           05 FILLER PIC X(16) VALUE "PENDING CANCELED".
           05 FILLER PIC X(16) VALUE "EXPIRED EXPIRED ".
           05 FILLER PIC X(16) VALUE "EXPIRED ACTIVE  ".
           05 FILLER PIC X(16) VALUE "CANCELEDCANCELED".

       01 WS-LIFE-TRANS-REDEF REDEFINES WS-LIFE-TRANS-VALUES.
           05 WS-LIFE-TRANS-RCD OCCURS 9 TIMES.
               10 WS-LIFE-TRANS-FROM           PIC X(08).
               10 WS-LIFE-TRANS-TO             PIC X(08).

       77 WS-LIFE-TRANS-MAX-SIZE               PIC 9(02) VALUE 9.

       77 WS-LIFE-IDX                          PIC 9(02).

       01 WS-LIFE-MOVE-SW                      PIC X(01).
           88 WS-LIFE-MOVE-OK                          VALUE "Y".
           88 WS-LIFE-MOVE-BAD                         VALUE "N".

       01 WS-LIFE-FROM-STATUS                  PIC X(08).

       01 WS-LIFE-TO-STATUS                    PIC X(08).

       77 WS-LIFE-DATE                         PIC 9(08).

       77 WS-LIFE-DAYS                         PIC S9(05).

       77 WS-LIFE-PENDING-DAYS                 PIC 9(03) VALUE 30.

       77 WS-LIFE-ROW                          PIC 9(03).

       01 WS-LIFE-NOTE                         PIC X(30).

       01 WS-AUTO-TBL.
           05 WS-AUTO-RCD OCCURS 999 TIMES.
               10 WS-AUTO-CODE                 PIC 9(08).
               10 WS-AUTO-BRANCH               PIC X(04).
               10 WS-AUTO-FROM                 PIC X(08).
               10 WS-AUTO-TO                   PIC X(08).
               10 WS-AUTO-REF-DATE             PIC 9(08).
               10 WS-AUTO-DAYS                 PIC 9(05).
               10 WS-AUTO-NOTE                 PIC X(30).

       77 WS-AUTO-TBL-SIZE                     PIC 9(03) VALUE 0.

       77 WS-AUTO-TBL-MAX-SIZE                 PIC 9(03) VALUE 999.

       77 WS-AUTO-ROWS-DROPPED                 PIC 9(05) VALUE 0.

       77 WS-AUTO-IDX                          PIC 9(03).

       77 WS-AUTO-EXPIRED-COUNT                PIC 9(05) VALUE 0.

       77 WS-AUTO-PENDING-COUNT                PIC 9(05) VALUE 0.

       01 WS-OPERATOR-ID                       PIC X(08) VALUE SPACE.

       01 WS-OPERATOR-SW                       PIC X(01) VALUE "N".
           88 WS-OPERATOR-SIGNED-ON                    VALUE "Y".
           88 WS-OPERATOR-NOT-SIGNED-ON                VALUE "N".

       77 WS-SIGN-ON-TRIES                     PIC 9(01) VALUE 0.

       77 WS-APQ-FILE-STATUS                   PIC X(02).

       01 WS-APQ-LOADED-SW                     PIC X(01) VALUE "N".
           88 WS-APQ-LOADED                            VALUE "Y".
           88 WS-APQ-NOT-LOADED                        VALUE "N".

       01 WS-APQ-TBL.
           05 WS-APQ-TBL-RCD OCCURS 500 TIMES.
               10 WS-APQ-ROW                   PIC X(205).
               10 WS-APQ-THIS-RUN-SW           PIC X(01).

       77 WS-APQ-TBL-SIZE                      PIC 9(03) VALUE 0.

       77 WS-APQ-TBL-MAX-SIZE                  PIC 9(03) VALUE 500.

       77 WS-APQ-ROWS-DROPPED                  PIC 9(05) VALUE 0.

       77 WS-APQ-IDX                           PIC 9(03).

       77 WS-APQ-PENDING-COUNT                 PIC 9(03) VALUE 0.

       77 WS-APQ-OWN-COUNT                     PIC 9(03) VALUE 0.

       77 WS-APQ-QUEUED-COUNT                  PIC 9(03) VALUE 0.

       77 WS-APQ-APPROVED-COUNT                PIC 9(03) VALUE 0.

       77 WS-APQ-REFUSED-COUNT                 PIC 9(03) VALUE 0.

       77 WS-APQ-WRITTEN-COUNT                 PIC 9(03) VALUE 0.

       77 WS-APQ-NEW-BRANCH                    PIC X(04).

       77 WS-APQ-NEW-REASON                    PIC X(24).

       01 WS-APQ-APPLIED-SW                    PIC X(01) VALUE "N".
           88 WS-APQ-APPLIED                           VALUE "Y".
           88 WS-APQ-NOT-APPLIED                       VALUE "N".

       01 WS-APQ-DECISION                      PIC X(01).
           88 WS-APQ-DECISION-APPROVE                  VALUE "A".
           88 WS-APQ-DECISION-REFUSE                   VALUE "R".

       01 WS-APQ-ENTRY.
           05 WS-APQ-ENT-STATUS                PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-KEYED-BY              PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-KEYED-DATE            PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-KEYED-TIME            PIC 9(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-BRANCH                PIC X(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-REASON                PIC X(24).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-DECIDED-BY            PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-DECIDED-DATE          PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-APQ-ENT-DELTA-DATA            PIC X(123).

       77 WS-INPUT-FILE-NAME                PIC X(30) VALUE
                                                 "assurances.csv".

       77 WS-REPORT-FILE-NAME               PIC X(50) VALUE
                                    "rapport-assurances.dat".

       77 WS-ONE-FILE-NAME                  PIC X(50) VALUE
                                    "rapport-assurances-unique.dat".

       77 WS-RENEWAL-FILE-NAME              PIC X(50) VALUE
                                    "rapport-echeances.dat".

       77 WS-REJECT-FILE-NAME               PIC X(50) VALUE
                                    "rapport-assurances-rejets.dat".

       77 WS-SUMMARY-FILE-NAME              PIC X(50) VALUE
                                    "rapport-assurances-synthese.dat".

       77 WS-CLIENT-FILE-NAME               PIC X(50) VALUE
                                    "rapport-assurances-clients.dat".

       77 WS-CHANGES-FILE-NAME              PIC X(50) VALUE
                               "rapport-assurances-changements.dat".

       77 WS-BAND-FILE-NAME                 PIC X(50) VALUE
                                    "rapport-assurances-tranches.dat".

       77 WS-GL-FILE-NAME                   PIC X(50) VALUE
                                    "assur-gl-postings.dat".

       77 WS-BRN-FILE-NAME                  PIC X(50) VALUE
                               "rapport-assurances-succursales.dat".

       77 WS-CMSN-FILE-NAME                 PIC X(50) VALUE
                               "rapport-assurances-commissions.dat".

       77 WS-AGING-FILE-NAME                PIC X(50) VALUE
                                    "rapport-assurances-arrieres.dat".

       77 WS-LOSS-FILE-NAME                 PIC X(50) VALUE
                               "rapport-assurances-sinistralite.dat".

       77 WS-EARNED-FILE-NAME               PIC X(50) VALUE
                                    "rapport-assurances-acquis.dat".

       77 WS-CMATCH-FILE-NAME               PIC X(50) VALUE
                               "rapport-assurances-noms-clients.dat".

       77 WS-CESS-FILE-NAME                 PIC X(50) VALUE
                                    "assur-bordereau-cession.dat".

       77 WS-HISTORY-FILE-NAME              PIC X(50) VALUE
                               "rapport-assurances-historique.dat".

       77 WS-AUTO-FILE-NAME                 PIC X(50) VALUE
                               "rapport-assurances-automatique.dat".

       77 WS-SCR-FILE-NAME                  PIC X(50) VALUE
                               "rapport-sinistres-signalements.dat".

       77 WS-DUN-FILE-NAME                  PIC X(50) VALUE
                               "rapport-relances-lettres.dat".

       77 WS-INDX-FILE-NAME                 PIC X(50) VALUE
                               "rapport-indexation-avis.dat".

       77 WS-STM-FILE-NAME                  PIC X(50) VALUE
                               "rapport-clients-releves.dat".

       77 WS-TAX-FILE-NAME                  PIC X(50) VALUE
                               "rapport-taxe-declaration.dat".

       77 WS-TAXP-FILE-NAME                 PIC X(50) VALUE
                               "rapport-taxe-ecritures.dat".

       77 WS-LAPSE-FILE-NAME                PIC X(30) VALUE
                               "assur-resiliations.dat".

       77 WS-ARCHIVE-FILE-STATUS            PIC X(02).

       77 WS-RUN-SEVERITY                   PIC 9(01) VALUE 0.

       77 WS-REPORTS-PRODUCED               PIC 9(02) VALUE 0.

       01 WS-CONTROL-RESULT                 PIC X(03) VALUE "N/A".

       01 WS-CLOSE-MODE-SW                  PIC X(01) VALUE "N".
           88 WS-CLOSE-MODE-YES                       VALUE "Y".
           88 WS-CLOSE-MODE-NO                        VALUE "N".

       01 WS-STAMP-NAME                     PIC X(50).

       01 WS-STAMP-OUT                      PIC X(50).

       77 WS-STAMP-LEN                      PIC 9(02).

       77 WS-STAMP-BASE-LEN                 PIC 9(02).

       01 WS-STAMP-DATE-X                   PIC 9(08).

       01 WS-ARCHIVE-NAME                   PIC X(50).

       77 WS-CURRENT-BRANCH-CODE            PIC X(04) VALUE SPACE.

       01 WS-BRANCH-TBL.
           05 WS-BRANCH-RCD OCCURS 20 TIMES.
               10 WS-BRANCH-CODE                PIC X(04).
               10 WS-BRANCH-FILE                PIC X(30).

       77 WS-BRANCH-TBL-SIZE                PIC 9(02) VALUE 0.

       77 WS-BRANCH-TBL-MAX-SIZE            PIC 9(02) VALUE 20.

       77 WS-BRANCH-IDX                     PIC 9(02).

       01 WS-ASR-TBL.
           05 WS-ASR-RCD OCCURS 999 TIMES.
               10 WS-ASR-CONTRACT-CODE         PIC 9(08).
               10 WS-ASR-CONTRACT-NAME         PIC X(14).
               10 WS-ASR-PRODUCT-NAME          PIC X(14).
               10 WS-ASR-CLIENT-NAME           PIC X(41).
               10 WS-ASR-CONTRACT-STATUS       PIC X(08).
               10 WS-ASR-START-DATE.
                   15 WS-ASR-START-YEAR        PIC 9(04).
                   15 WS-ASR-START-MONTH       PIC 9(02).
                   15 WS-ASR-START-DAY         PIC 9(02).
               10 WS-ASR-END-DATE.
                   15 WS-ASR-END-YEAR          PIC 9(04).
                   15 WS-ASR-END-MONTH         PIC 9(02).
                   15 WS-ASR-END-DAY           PIC 9(02).
               10 WS-ASR-AMOUNT                PIC 9(06)V9(02).

       01 WS-BATCH-OPT-CESS                    PIC X(01).

       01 WS-BATCH-OPT-JRN                     PIC X(01).

       01 WS-BATCH-OPT-AUTO                    PIC X(01).

       01 WS-BATCH-OPT-SCR                     PIC X(01).

       01 WS-BATCH-OPT-DUN                     PIC X(01).

       01 WS-BATCH-OPT-IDX                     PIC X(01).

       77 WS-BATCH-INDEX-DAYS                  PIC 9(03).

       01 WS-BATCH-OPT-RST                     PIC X(01).

       77 WS-BATCH-RESTORE-GEN                 PIC 9(05).

       01 WS-BATCH-OPT-STM                     PIC X(01).

       01 WS-BATCH-OPT-TAX                     PIC X(01).

       77 WS-BATCH-TAX-PERIOD                  PIC 9(06).

       01 WS-SEARCH-INPUT                      PIC X(41).

       77 WS-SEARCH-LEN                        PIC 9(02).
           05 WS-GL-OUT-INDICATOR               PIC X(01).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-GL-OUT-AMOUNT                  PIC 9(09)V9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-GL-OUT-ACCOUNT                 PIC X(10).

       01 WS-HEADER-2-BRN.
           05 FILLER                           PIC X(09) VALUE
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(13) VALUE
                    "Premium".
           05 FILLER                           PIC X(13) VALUE
                    "Claims".
           05 FILLER                           PIC X(07) VALUE
                    "Ratio %".

       01 WS-LOSS-OUT-LINE.
           05 WS-LOSS-OUT-PRODUCT              PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-LOSS-OUT-BRANCH               PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-LOSS-OUT-PREMIUM              PIC Z(08)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-LOSS-OUT-CLAIMS               PIC Z(08)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-LOSS-OUT-RATIO                PIC Z(03)9,9(02).

       01 WS-HEADER-1-HIST.
           05 FILLER                           PIC X(30) VALUE
                    "Change history for contract : ".
           05 WS-HDR-HIST-CODE                 PIC 9(08).

       01 WS-HEADER-2-HIST.
           05 FILLER                           PIC X(11) VALUE
                    "Date".
           05 FILLER                           PIC X(09) VALUE
                    "Time".
           05 FILLER                           PIC X(15) VALUE
                    "Field".
           05 FILLER                           PIC X(42) VALUE
                    "Before".
           05 FILLER                           PIC X(42) VALUE
                    "After".
           05 FILLER                           PIC X(09) VALUE
                    "Source".
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(09) VALUE
                    "Keyed by".
           05 FILLER                           PIC X(08) VALUE
                    "Approver".

       01 WS-HIST-OUT-LINE.
           05 WS-HIST-OUT-DATE                 PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-TIME                 PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-FIELD                PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-BEFORE               PIC X(41).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-AFTER                PIC X(41).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-SOURCE               PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-BRANCH               PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-HIST-OUT-OPERATOR             PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-HIST-OUT-APPROVER             PIC X(08).

       01 WS-HEADER-2-AUTO.
           05 FILLER                           PIC X(09) VALUE
                    "Code".
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(09) VALUE
                    "From".
           05 FILLER                           PIC X(09) VALUE
                    "To".
           05 FILLER                           PIC X(11) VALUE
                    "Date".
           05 FILLER                           PIC X(06) VALUE
                    "Days".
           05 FILLER                           PIC X(30) VALUE
                    "Action".

       01 WS-HEADER-2-SCR.
           05 FILLER                           PIC X(07) VALUE
                    "Rule".
           05 FILLER                           PIC X(09) VALUE
                    "Code".
           05 FILLER                           PIC X(11) VALUE
                    "Claim date".
           05 FILLER                           PIC X(11) VALUE
                    "Amount".
           05 FILLER                           PIC X(09) VALUE
                    "Claim st".
           05 FILLER                           PIC X(09) VALUE
                    "Contract".
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(45) VALUE
                    "Detail".

       01 WS-SCR-OUT-LINE.
           05 WS-SCR-OUT-RULE                  PIC X(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-SCR-OUT-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-SCR-OUT-DATE                  PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-SCR-OUT-AMOUNT                PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-SCR-OUT-CLM-STATUS            PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-SCR-OUT-CTR-STATUS            PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-SCR-OUT-BRANCH                PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-SCR-OUT-DETAIL                PIC X(45).

       01 WS-DUN-OUT-HEAD-LINE.
           05 FILLER                           PIC X(11) VALUE
                    "Contract : ".
           05 WS-DUN-OUT-CODE                  PIC 9(08).
           05 FILLER                           PIC X(03) VALUE " - ".
           05 WS-DUN-OUT-CLIENT                PIC X(41).

       01 WS-DUN-OUT-POLICY-LINE.
           05 FILLER                           PIC X(11) VALUE
                    "Product  : ".
           05 WS-DUN-OUT-PRODUCT               PIC X(14).
           05 FILLER                           PIC X(15) VALUE
                    "  Start date : ".
           05 WS-DUN-OUT-START                 PIC X(10).

       01 WS-DUN-OUT-TITLE-LINE.
           05 WS-DUN-OUT-TITLE                 PIC X(20).
           05 FILLER                           PIC X(06) VALUE
                    "Level ".
           05 WS-DUN-OUT-LEVEL                 PIC 9(01).
           05 FILLER                           PIC X(09) VALUE
                    " - dated ".
           05 WS-DUN-OUT-DATE                  PIC X(10).

       01 WS-DUN-OUT-AMOUNT-LINE.
           05 FILLER                           PIC X(22) VALUE
                    "Outstanding premium : ".
           05 WS-DUN-OUT-AMOUNT                PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-DUN-OUT-CURRENCY              PIC X(03).

       01 WS-HEADER-2-INDX.
           05 FILLER                           PIC X(09) VALUE
                    "Code".
           05 FILLER                           PIC X(42) VALUE
                    "Client".
           05 FILLER                           PIC X(15) VALUE
                    "Product".
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(11) VALUE
                    "Anniv.".
           05 FILLER                           PIC X(11) VALUE
                    "Old prem.".
           05 FILLER                           PIC X(11) VALUE
                    "New prem.".
           05 FILLER                           PIC X(08) VALUE
                    "Index".
           05 FILLER                           PIC X(03) VALUE
                    "Cur".

       01 WS-INDX-OUT-LINE.
           05 WS-INDX-OUT-CODE                 PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-INDX-OUT-CLIENT               PIC X(41).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-INDX-OUT-PRODUCT              PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-INDX-OUT-BRANCH               PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-INDX-OUT-ANNIV                PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-INDX-OUT-OLD                  PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-INDX-OUT-NEW                  PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-INDX-OUT-RATE                 PIC Z9,9(02).
           05 FILLER                           PIC X(03) VALUE "%  ".
           05 WS-INDX-OUT-CURRENCY             PIC X(03).

       01 WS-HEADER-1-STM.
           05 FILLER                           PIC X(27) VALUE
                    "Account statement - client ".
           05 WS-STM-OUT-CLIENT-ID             PIC 9(06).
           05 FILLER                           PIC X(03) VALUE " - ".
           05 WS-STM-OUT-CLIENT-NAME           PIC X(41).
           05 FILLER                           PIC X(07) VALUE
                    " dated ".
           05 WS-STM-OUT-TODAY                 PIC X(10).

       01 WS-HEADER-2-STM-CTR.
           05 FILLER                           PIC X(09) VALUE
                    "Code".
           05 FILLER                           PIC X(15) VALUE
                    "Product".
           05 FILLER                           PIC X(09) VALUE
                    "Status".
           05 FILLER                           PIC X(11) VALUE
                    "Start".
           05 FILLER                           PIC X(11) VALUE
                    "End".
           05 FILLER                           PIC X(11) VALUE
                    "Premium".
           05 FILLER                           PIC X(03) VALUE
                    "Cur".

       01 WS-STM-CTR-LINE.
           05 WS-STM-CTR-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CTR-PRODUCT               PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CTR-STATUS                PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CTR-START                 PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CTR-END                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CTR-PREMIUM               PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CTR-CURRENCY              PIC X(03).

       01 WS-HEADER-2-STM-PAY.
           05 FILLER                           PIC X(11) VALUE
                    "Date".
           05 FILLER                           PIC X(09) VALUE
                    "Contract".
           05 FILLER                           PIC X(11) VALUE
                    "Amount".
           05 FILLER                           PIC X(03) VALUE
                    "Cur".

       01 WS-STM-PAY-LINE.
           05 WS-STM-PAY-DATE                  PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-PAY-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-PAY-AMOUNT                PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-PAY-CURRENCY              PIC X(03).

       01 WS-STM-BAL-LINE.
           05 WS-STM-BAL-OUT-CUR               PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-BAL-OUT-AMOUNT            PIC Z(08)9,9(02).

       01 WS-HEADER-2-STM-CLM.
           05 FILLER                           PIC X(11) VALUE
                    "Date".
           05 FILLER                           PIC X(09) VALUE
                    "Contract".
           05 FILLER                           PIC X(11) VALUE
                    "Amount".
           05 FILLER                           PIC X(08) VALUE
                    "Status".

       01 WS-STM-CLM-LINE.
           05 WS-STM-CLM-DATE                  PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CLM-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CLM-AMOUNT                PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-STM-CLM-STATUS                PIC X(08).

       01 WS-HEADER-1-TAX.
           05 FILLER                           PIC X(33) VALUE
                    "Premium tax declaration - period ".
           05 WS-TAX-OUT-YEAR                  PIC 9(04).
           05 FILLER                           PIC X(01) VALUE "-".
           05 WS-TAX-OUT-MONTH                 PIC 9(02).
           05 FILLER                           PIC X(07) VALUE
                    " dated ".
           05 WS-TAX-OUT-TODAY                 PIC X(10).

       01 WS-HEADER-2-TAX-WRT.
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(09) VALUE
                    "Contract".
           05 FILLER                           PIC X(11) VALUE
                    "Start".
           05 FILLER                           PIC X(11) VALUE
                    "Premium".
           05 FILLER                           PIC X(04) VALUE
                    "Cur".
           05 FILLER                           PIC X(08) VALUE
                    "Rate".
           05 FILLER                           PIC X(11) VALUE
                    "Tax".

       01 WS-TAX-WRT-LINE.
           05 WS-TAX-WRT-BRANCH                PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-TAX-WRT-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-WRT-START                 PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-WRT-PREMIUM               PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-WRT-CURRENCY              PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-WRT-RATE                  PIC Z9,9(02).
           05 FILLER                           PIC X(03) VALUE "%  ".
           05 WS-TAX-WRT-TAX                   PIC Z(06)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-WRT-NOTE                  PIC X(07).

       01 WS-HEADER-2-TAX-ADJ.
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(09) VALUE
                    "Contract".
           05 FILLER                           PIC X(11) VALUE
                    "Effective".
           05 FILLER                           PIC X(07) VALUE
                    "Type".
           05 FILLER                           PIC X(12) VALUE
                    "Premium".
           05 FILLER                           PIC X(04) VALUE
                    "Cur".
           05 FILLER                           PIC X(08) VALUE
                    "Rate".
           05 FILLER                           PIC X(12) VALUE
                    "Tax".

       01 WS-TAX-ADJ-LINE.
           05 WS-TAX-ADJ-BRANCH                PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-TAX-ADJ-CODE                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-ADJ-EFF                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-ADJ-TYPE                  PIC X(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-ADJ-PREMIUM               PIC -(07)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-ADJ-CURRENCY              PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-ADJ-RATE                  PIC Z9,9(02).
           05 FILLER                           PIC X(03) VALUE "%  ".
           05 WS-TAX-ADJ-TAX                   PIC -(07)9,9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-ADJ-NOTE                  PIC X(07).

       01 WS-HEADER-2-TAX-TOT.
           05 FILLER                           PIC X(07) VALUE
                    "Branch".
           05 FILLER                           PIC X(04) VALUE
                    "Cur".
           05 FILLER                           PIC X(14) VALUE
                    "Written".
           05 FILLER                           PIC X(14) VALUE
                    "Tax written".
           05 FILLER                           PIC X(15) VALUE
                    "Adjustments".
           05 FILLER                           PIC X(15) VALUE
                    "Tax adjusted".
           05 FILLER                           PIC X(13) VALUE
                    "Tax due".

       01 WS-TAX-TOT-LINE.
           05 WS-TAX-TOT-OUT-BRANCH            PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-TAX-TOT-OUT-CURRENCY          PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAX-TOT-OUT-WRITTEN           PIC Z(08)9,9(02).
           05 FILLER                           PIC X(02) VALUE SPACE.
           05 WS-TAX-TOT-OUT-WRITTEN-TAX       PIC Z(08)9,9(02).
           05 FILLER                           PIC X(02) VALUE SPACE.
           05 WS-TAX-TOT-OUT-ADJ-PREMIUM       PIC -(09)9,9(02).
           05 FILLER                           PIC X(02) VALUE SPACE.
           05 WS-TAX-TOT-OUT-ADJ-TAX           PIC -(09)9,9(02).
           05 FILLER                           PIC X(02) VALUE SPACE.
           05 WS-TAX-TOT-OUT-DUE               PIC -(09)9,9(02).

       01 WS-TAXP-OUT-LINE.
           05 WS-TAXP-OUT-PERIOD               PIC 9(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXP-OUT-BRANCH               PIC X(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXP-OUT-CURRENCY             PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXP-OUT-INDICATOR            PIC X(01).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXP-OUT-AMOUNT               PIC 9(09)V9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-TAXP-OUT-LABEL                PIC X(20) VALUE
                    "PREMIUM TAX".

       01 WS-AUTO-OUT-LINE.
           05 WS-AUTO-OUT-CODE                 PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUTO-OUT-BRANCH               PIC X(04).
           05 FILLER                           PIC X(03) VALUE SPACE.
           05 WS-AUTO-OUT-FROM                 PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUTO-OUT-TO                   PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUTO-OUT-DATE                 PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUTO-OUT-DAYS                 PIC Z(04)9.
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUTO-OUT-NOTE                 PIC X(30).

       01 WS-AGE-UNMATCHED-OUT-LINE.
           05 FILLER                           PIC X(20) VALUE
           05 FILLER                           PIC X(16) VALUE
                    " Summary recs : ".
           05 WS-AUDIT-OUT-SUMMARY-RECS        PIC Z(04)9.
           05 FILLER                           PIC X(12) VALUE
                    " Operator : ".
           05 WS-AUDIT-OUT-OPERATOR            PIC X(08).

       01 WS-AUDIT-DATE-FIELDS.
           05 WS-AUDIT-YEAR                    PIC 9(04).
           PERFORM 0050-CHECK-BATCH-MODE-BEGIN
              THRU 0050-CHECK-BATCH-MODE-END.

           PERFORM 0052-SIGN-ON-OPERATOR-BEGIN
              THRU 0052-SIGN-ON-OPERATOR-END.

           PERFORM 0060-GET-RUN-DATE-BEGIN
              THRU 0060-GET-RUN-DATE-END.

           PERFORM 0070-LOAD-CLIENT-REFS-BEGIN
              THRU 0070-LOAD-CLIENT-REFS-END.

           PERFORM 0075-LOAD-PRODUCT-CATALOGUE-BEGIN
              THRU 0075-LOAD-PRODUCT-CATALOGUE-END.

           PERFORM 0100-READ-FILE-BEGIN
              THRU 0100-READ-FILE-END.

           PERFORM 0182-REVIEW-APPROVALS-BEGIN
              THRU 0182-REVIEW-APPROVALS-END.

           PERFORM 0180-CORRECT-REJECTS-BEGIN
              THRU 0180-CORRECT-REJECTS-END.

           PERFORM 0190-APPLY-ENDORSEMENTS-BEGIN
              THRU 0190-APPLY-ENDORSEMENTS-END.

           PERFORM 0175-APPLY-LIFECYCLE-BEGIN
              THRU 0175-APPLY-LIFECYCLE-END.

           PERFORM 0128-CLOSE-JOURNAL-WORK-BEGIN
              THRU 0128-CLOSE-JOURNAL-WORK-END.

           PERFORM 0195-MATCH-CLIENT-IDS-BEGIN
              THRU 0195-MATCH-CLIENT-IDS-END.


               PERFORM 0910-WRITE-CESSION-BEGIN
                  THRU 0910-WRITE-CESSION-END

               PERFORM 0920-WRITE-HISTORY-BEGIN
                  THRU 0920-WRITE-HISTORY-END

               PERFORM 0930-WRITE-AUTO-STATUS-BEGIN
                  THRU 0930-WRITE-AUTO-STATUS-END

               PERFORM 0935-WRITE-CLAIM-SCREEN-BEGIN
                  THRU 0935-WRITE-CLAIM-SCREEN-END

               PERFORM 0760-WRITE-DUNNING-BEGIN
                  THRU 0760-WRITE-DUNNING-END

               PERFORM 0790-WRITE-INDEXATION-BEGIN
                  THRU 0790-WRITE-INDEXATION-END

               PERFORM 0923-WRITE-STATEMENTS-BEGIN
                  THRU 0923-WRITE-STATEMENTS-END

               PERFORM 0941-WRITE-TAX-DECLARATION-BEGIN
                  THRU 0941-WRITE-TAX-DECLARATION-END

               PERFORM 0975-RESTORE-GENERATION-BEGIN
                  THRU 0975-RESTORE-GENERATION-END
           ELSE
               PERFORM 0250-RUN-MENU-BEGIN
                  THRU 0250-RUN-MENU-END
           PERFORM 0955-SAVE-CONTRACT-MASTER-BEGIN
              THRU 0955-SAVE-CONTRACT-MASTER-END.

           PERFORM 0970-SAVE-GENERATION-BEGIN
              THRU 0970-SAVE-GENERATION-END.

           PERFORM 0962-SAVE-APPROVAL-QUEUE-BEGIN
              THRU 0962-SAVE-APPROVAL-QUEUE-END.

           PERFORM 0940-WRITE-RUN-STATUS-BEGIN
              THRU 0940-WRITE-RUN-STATUS-END.

           MOVE 0 TO WS-CMSN-RATE-TBL-SIZE.
           MOVE 0 TO WS-TRT-RATE-TBL-SIZE.
           MOVE 0 TO WS-BAND-CFG-TBL-SIZE.
           MOVE 0 TO WS-INDX-TBL-SIZE.
           MOVE 0 TO WS-TAX-RATE-TBL-SIZE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00" THEN
               READ CONTROL-FILE
                       MOVE CTL-OPT-LOSS     TO WS-BATCH-OPT-LOSS
                       MOVE CTL-OPT-ERN      TO WS-BATCH-OPT-ERN
                       MOVE CTL-OPT-CESS     TO WS-BATCH-OPT-CESS
                       MOVE CTL-OPT-JRN      TO WS-BATCH-OPT-JRN
                       MOVE CTL-OPT-AUTO     TO WS-BATCH-OPT-AUTO
                       MOVE CTL-OPT-SCR      TO WS-BATCH-OPT-SCR
                       MOVE CTL-OPT-DUN      TO WS-BATCH-OPT-DUN
                       MOVE CTL-OPT-IDX      TO WS-BATCH-OPT-IDX
                       MOVE CTL-INDEX-DAYS   TO WS-BATCH-INDEX-DAYS
                       MOVE CTL-OPT-RST      TO WS-BATCH-OPT-RST
                       MOVE CTL-RESTORE-GEN  TO WS-BATCH-RESTORE-GEN
                       MOVE CTL-OPT-STM      TO WS-BATCH-OPT-STM
                       MOVE CTL-OPT-TAX      TO WS-BATCH-OPT-TAX
                       MOVE CTL-TAX-PERIOD   TO WS-BATCH-TAX-PERIOD
                       IF CTL-OPT-CLOSE = "Y" THEN
                           SET WS-CLOSE-MODE-YES TO TRUE
                       END-IF
                       NOT AT END
                           PERFORM 0055-ADD-BRANCH-BEGIN
                              THRU 0055-ADD-BRANCH-END
                           PERFORM 0063-ADD-TAX-RATE-BEGIN
                              THRU 0063-ADD-TAX-RATE-END
                           PERFORM 0057-ADD-COMMISSION-RATE-BEGIN
                              THRU 0057-ADD-COMMISSION-RATE-END
                           PERFORM 0056-ADD-TREATY-TERM-BEGIN
                              THRU 0058-ADD-FX-CHECK-CONFIG-END
                           PERFORM 0059-ADD-BAND-CONFIG-BEGIN
                              THRU 0059-ADD-BAND-CONFIG-END
                           PERFORM 0054-ADD-LIFECYCLE-CONFIG-BEGIN
                              THRU 0054-ADD-LIFECYCLE-CONFIG-END
                           PERFORM 0053-ADD-CLAIM-SCREEN-CONFIG-BEGIN
                              THRU 0053-ADD-CLAIM-SCREEN-CONFIG-END
                           PERFORM 0051-ADD-INDEXATION-RATE-BEGIN
                              THRU 0051-ADD-INDEXATION-RATE-END
                           PERFORM 0062-ADD-GENERATION-CONFIG-BEGIN
                              THRU 0062-ADD-GENERATION-CONFIG-END
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
       0050-CHECK-BATCH-MODE-END.

       0051-ADD-INDEXATION-RATE-BEGIN.
           IF CTL-INDX-MARKER = "INDEX" THEN
               IF CTL-INDX-RATE IS NOT NUMERIC THEN
                   DISPLAY "Warning : indexation rate for product "
                       CTL-INDX-PRODUCT " is not numeric - ignored"
               ELSE
                   IF WS-INDX-TBL-SIZE >= WS-INDX-TBL-MAX-SIZE THEN
                       DISPLAY "Warning : indexation rate table limit "
                           "of " WS-INDX-TBL-MAX-SIZE
                           " reached - extra rate ignored"
                   ELSE
                       ADD 1 TO WS-INDX-TBL-SIZE
                       MOVE CTL-INDX-PRODUCT
                           TO WS-INDX-PRODUCT(WS-INDX-TBL-SIZE)
                       MOVE CTL-INDX-RATE
                           TO WS-INDX-RATE(WS-INDX-TBL-SIZE)
                   END-IF
               END-IF
           END-IF.
       0051-ADD-INDEXATION-RATE-END.

       0052-SIGN-ON-OPERATOR-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE "BATCH" TO WS-OPERATOR-ID
           ELSE
               MOVE 0 TO WS-SIGN-ON-TRIES
               MOVE SPACE TO WS-OPERATOR-ID
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACE
                          OR WS-SIGN-ON-TRIES >= 3
                   ADD 1 TO WS-SIGN-ON-TRIES
                   DISPLAY "Operator ID : " WITH NO ADVANCING
                   ACCEPT WS-OPERATOR-ID
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-OPERATOR-ID))
                       TO WS-OPERATOR-ID
               END-PERFORM
               IF WS-OPERATOR-ID = SPACE THEN
                   MOVE "UNKNOWN" TO WS-OPERATOR-ID
                   DISPLAY "Warning : no operator ID entered - "
                       "corrections and approvals disabled for this "
                       "run"
               ELSE
                   SET WS-OPERATOR-SIGNED-ON TO TRUE
                   DISPLAY "Signed on as operator " WS-OPERATOR-ID
               END-IF
           END-IF.
       0052-SIGN-ON-OPERATOR-END.

       0053-ADD-CLAIM-SCREEN-CONFIG-BEGIN.
           IF CTL-CLMSCR-MARKER = "CLMSCR" THEN
               IF CTL-CLMSCR-EARLY-DAYS IS NUMERIC THEN
                   MOVE CTL-CLMSCR-EARLY-DAYS TO WS-SCR-EARLY-DAYS
               END-IF
               IF CTL-CLMSCR-MAX-CLAIMS IS NUMERIC THEN
                   MOVE CTL-CLMSCR-MAX-CLAIMS TO WS-SCR-MAX-CLAIMS
               END-IF
               IF CTL-CLMSCR-FACTOR IS NUMERIC THEN
                   MOVE CTL-CLMSCR-FACTOR TO WS-SCR-FACTOR
               END-IF
           END-IF.
       0053-ADD-CLAIM-SCREEN-CONFIG-END.

       0054-ADD-LIFECYCLE-CONFIG-BEGIN.
           IF CTL-LIFE-MARKER = "LIFECY" THEN
               IF CTL-LIFE-PENDING-DAYS IS NUMERIC THEN
                   MOVE CTL-LIFE-PENDING-DAYS TO WS-LIFE-PENDING-DAYS
               END-IF
           END-IF.
       0054-ADD-LIFECYCLE-CONFIG-END.

       0055-ADD-BRANCH-BEGIN.
           IF CTL-BRANCH-MARKER = "BRANCH" THEN
               IF WS-BRANCH-TBL-SIZE >= WS-BRANCH-TBL-MAX-SIZE THEN
               + WS-TODAY-DAY.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC-DATE).
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
       0060-GET-RUN-DATE-END.

       0062-ADD-GENERATION-CONFIG-BEGIN.
           IF CTL-GEN-MARKER = "GENER" THEN
               IF CTL-GEN-KEEP IS NUMERIC AND CTL-GEN-KEEP > 0 THEN
                   MOVE CTL-GEN-KEEP TO WS-GEN-KEEP-COUNT
                   SET WS-GEN-KEEP-SET TO TRUE
               ELSE
                   DISPLAY "Warning : generation count " CTL-GEN-KEEP
                       " is not valid - ignored"
               END-IF
           END-IF.
       0062-ADD-GENERATION-CONFIG-END.

       0063-ADD-TAX-RATE-BEGIN.
           IF CTL-TAX-MARKER = "TAXRAT" THEN
               IF CTL-TAX-EFF-DATE IS NOT NUMERIC
                  OR CTL-TAX-RATE IS NOT NUMERIC THEN
                   DISPLAY "Warning : premium tax rate for branch "
                       CTL-TAX-BRANCH " has an invalid effective "
                       "date or rate - ignored"
               ELSE
                   IF WS-TAX-RATE-TBL-SIZE >= WS-TAX-RATE-TBL-MAX-SIZE
                                                                THEN
                       DISPLAY "Warning : premium tax rate table limit "
                           "of " WS-TAX-RATE-TBL-MAX-SIZE
                           " reached - extra rate ignored"
                   ELSE
                       ADD 1 TO WS-TAX-RATE-TBL-SIZE
                       MOVE CTL-TAX-BRANCH
                           TO WS-TAX-RATE-BRANCH(WS-TAX-RATE-TBL-SIZE)
                       MOVE CTL-TAX-EFF-DATE
                           TO WS-TAX-RATE-EFF-DATE
                              (WS-TAX-RATE-TBL-SIZE)
                       MOVE CTL-TAX-RATE
                           TO WS-TAX-RATE-PCT(WS-TAX-RATE-TBL-SIZE)
                   END-IF
               END-IF
           END-IF.
       0063-ADD-TAX-RATE-END.

       0064-FIND-TAX-RATE-BEGIN.
           MOVE 0 TO WS-TAX-FOUND-IDX.
           PERFORM VARYING WS-TAX-RATE-IDX FROM 1 BY 1
               UNTIL WS-TAX-RATE-IDX > WS-TAX-RATE-TBL-SIZE
               IF WS-TAX-RATE-BRANCH(WS-TAX-RATE-IDX) =
                  WS-TAX-LOOKUP-BRANCH
                  AND WS-TAX-RATE-EFF-DATE(WS-TAX-RATE-IDX) <=
                  WS-TAX-LOOKUP-DATE THEN
                   IF WS-TAX-FOUND-IDX = 0 THEN
                       MOVE WS-TAX-RATE-IDX TO WS-TAX-FOUND-IDX
                   ELSE
                       IF WS-TAX-RATE-EFF-DATE(WS-TAX-RATE-IDX) >=
                          WS-TAX-RATE-EFF-DATE(WS-TAX-FOUND-IDX) THEN
                           MOVE WS-TAX-RATE-IDX TO WS-TAX-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0064-FIND-TAX-RATE-END.

       0065-SET-CLOSE-MODE-NAMES-BEGIN.
           DISPLAY "Period-end close mode - reports are archived "
               "under run-date-stamped names".
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-CESS-FILE-NAME.

           MOVE WS-HISTORY-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-HISTORY-FILE-NAME.

           MOVE WS-AUTO-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-AUTO-FILE-NAME.

           MOVE WS-SCR-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-SCR-FILE-NAME.

           MOVE WS-DUN-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-DUN-FILE-NAME.

           MOVE WS-INDX-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-INDX-FILE-NAME.

           MOVE WS-STM-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-STM-FILE-NAME.

           MOVE WS-TAX-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-TAX-FILE-NAME.

           MOVE WS-TAXP-FILE-NAME TO WS-STAMP-NAME.
           PERFORM 0066-STAMP-ONE-NAME-BEGIN
              THRU 0066-STAMP-ONE-NAME-END.
           MOVE WS-STAMP-OUT TO WS-TAXP-FILE-NAME.
       0065-SET-CLOSE-MODE-NAMES-END.

       0066-STAMP-ONE-NAME-BEGIN.
           END-PERFORM.
       0074-NORMALIZE-NAME-END.

       0075-LOAD-PRODUCT-CATALOGUE-BEGIN.
           MOVE 0 TO WS-PROD-TBL-SIZE.
           MOVE 0 TO WS-PROD-ROWS-DROPPED.
           MOVE 0 TO WS-PROD-ROWS-INVALID.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PRODUCT-CATALOGUE-INPUT.
           IF WS-PROD-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ok, no product catalogue assur-produits.dat "
                   "found - products not checked on this run"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ PRODUCT-CATALOGUE-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0076-ADD-PRODUCT-BEGIN
                              THRU 0076-ADD-PRODUCT-END
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOGUE-INPUT
               IF WS-PROD-ROWS-DROPPED > 0 THEN
                   DISPLAY "Warning : product catalogue limit of "
                       WS-PROD-TBL-MAX-SIZE
                       " products reached - " WS-PROD-ROWS-DROPPED
                       " product(s) ignored"
                   PERFORM 0985-RAISE-WARNING-BEGIN
                      THRU 0985-RAISE-WARNING-END
               END-IF
               IF WS-PROD-ROWS-INVALID > 0 THEN
                   DISPLAY "Warning : " WS-PROD-ROWS-INVALID
                       " product catalogue row(s) with invalid "
                       "figures ignored"
                   PERFORM 0985-RAISE-WARNING-BEGIN
                      THRU 0985-RAISE-WARNING-END
               END-IF
               IF WS-PROD-TBL-SIZE > 0 THEN
                   SET WS-PROD-LOADED TO TRUE
                   PERFORM 0077-SET-PRODUCT-RATES-BEGIN
                      THRU 0077-SET-PRODUCT-RATES-END
               END-IF
               DISPLAY "Product catalogue loaded - "
                   WS-PROD-TBL-SIZE " product(s)"
           END-IF.
       0075-LOAD-PRODUCT-CATALOGUE-END.

       0076-ADD-PRODUCT-BEGIN.
           IF PROD-IN-MIN-PREMIUM IS NOT NUMERIC
              OR PROD-IN-MAX-PREMIUM IS NOT NUMERIC
              OR PROD-IN-CMSN-RATE IS NOT NUMERIC
              OR PROD-IN-TREATY-PCT IS NOT NUMERIC
              OR PROD-IN-TREATY-RETENTION IS NOT NUMERIC THEN
               ADD 1 TO WS-PROD-ROWS-INVALID
           ELSE
               IF WS-PROD-TBL-SIZE >= WS-PROD-TBL-MAX-SIZE THEN
                   ADD 1 TO WS-PROD-ROWS-DROPPED
               ELSE
                   ADD 1 TO WS-PROD-TBL-SIZE
                   MOVE PROD-IN-NAME
                       TO WS-PROD-NAME(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-CURRENCIES
                       TO WS-PROD-CURRENCIES(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-MIN-PREMIUM
                       TO WS-PROD-MIN-PREMIUM(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-MAX-PREMIUM
                       TO WS-PROD-MAX-PREMIUM(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-CMSN-RATE
                       TO WS-PROD-CMSN-RATE(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-TREATY-PCT
                       TO WS-PROD-TREATY-PCT(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-TREATY-RETENTION
                       TO WS-PROD-TREATY-RETENTION(WS-PROD-TBL-SIZE)
                   MOVE PROD-IN-GL-ACCOUNT
                       TO WS-PROD-GL-ACCOUNT(WS-PROD-TBL-SIZE)
               END-IF
           END-IF.
       0076-ADD-PRODUCT-END.

       0077-SET-PRODUCT-RATES-BEGIN.
           IF WS-CMSN-RATE-TBL-SIZE > 0 OR WS-TRT-RATE-TBL-SIZE > 0
                                                                THEN
               DISPLAY "Ok, COMMSN and TREATY control records "
                   "superseded by the product catalogue"
           END-IF.
           MOVE 0 TO WS-CMSN-RATE-TBL-SIZE.
           MOVE 0 TO WS-TRT-RATE-TBL-SIZE.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-TBL-SIZE
               IF WS-PROD-CMSN-RATE(WS-PROD-IDX) > 0
                  AND WS-CMSN-RATE-TBL-SIZE < WS-CMSN-RATE-TBL-MAX-SIZE
                                                                THEN
                   ADD 1 TO WS-CMSN-RATE-TBL-SIZE
                   MOVE WS-PROD-NAME(WS-PROD-IDX)
                       TO WS-CMSN-PRODUCT(WS-CMSN-RATE-TBL-SIZE)
                   MOVE WS-PROD-CMSN-RATE(WS-PROD-IDX)
                       TO WS-CMSN-RATE(WS-CMSN-RATE-TBL-SIZE)
               END-IF
               IF (WS-PROD-TREATY-PCT(WS-PROD-IDX) > 0
                   OR WS-PROD-TREATY-RETENTION(WS-PROD-IDX) > 0)
                  AND WS-TRT-RATE-TBL-SIZE < WS-TRT-RATE-TBL-MAX-SIZE
                                                                THEN
                   ADD 1 TO WS-TRT-RATE-TBL-SIZE
                   MOVE WS-PROD-NAME(WS-PROD-IDX)
                       TO WS-TRT-PRODUCT(WS-TRT-RATE-TBL-SIZE)
                   MOVE WS-PROD-TREATY-PCT(WS-PROD-IDX)
                       TO WS-TRT-PCT(WS-TRT-RATE-TBL-SIZE)
                   MOVE WS-PROD-TREATY-RETENTION(WS-PROD-IDX)
                       TO WS-TRT-RETENTION(WS-TRT-RATE-TBL-SIZE)
               END-IF
           END-PERFORM.
       0077-SET-PRODUCT-RATES-END.

       0078-FIND-PRODUCT-BEGIN.
           MOVE 0 TO WS-PROD-IDX.
           PERFORM VARYING WS-PROD-SCAN-IDX FROM 1 BY 1
               UNTIL WS-PROD-SCAN-IDX > WS-PROD-TBL-SIZE
                  OR WS-PROD-IDX NOT = 0
               IF WS-PROD-NAME(WS-PROD-SCAN-IDX) = WS-PROD-LOOKUP-NAME
                                                                THEN
                   MOVE WS-PROD-SCAN-IDX TO WS-PROD-IDX
               END-IF
           END-PERFORM.
       0078-FIND-PRODUCT-END.

       0095-LOAD-CONTRACT-MASTER-BEGIN.
           MOVE 0 TO WS-MASTER-ROWS-LOADED.
           SET WS-EOF-FALSE TO TRUE.
           END-IF.
           PERFORM 0115-START-WORK-FILE-BEGIN
              THRU 0115-START-WORK-FILE-END.
           PERFORM 0121-OPEN-JOURNAL-WORK-BEGIN
              THRU 0121-OPEN-JOURNAL-WORK-END.
           IF WS-BRANCH-TBL-SIZE = 0 THEN
               MOVE "assurances.csv" TO WS-INPUT-FILE-NAME
               MOVE SPACE TO WS-CURRENT-BRANCH-CODE
                      THRU 0105-READ-ONE-BRANCH-END
               END-PERFORM
           END-IF.
           CLOSE LOAD-WORK-FILE.
           SET WS-NOT-LOAD-PHASE TO TRUE.
           IF WS-NOT-SKIPPING THEN
               MOVE WS-LAPSE-FILE-NAME TO WS-INPUT-FILE-NAME
               PERFORM 0102-READ-PENDING-DELTAS-BEGIN
                  THRU 0102-READ-PENDING-DELTAS-END
               MOVE WS-PENDING-READ-SW TO WS-LAPSE-READ-SW
           END-IF.
           CLOSE ASSURANCE-REJECT-OUTPUT.
           MOVE WS-REJECT-FILE-NAME TO WS-ARCHIVE-NAME.
           PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
              THRU 0068-ADD-ARCHIVE-INDEX-END.
           IF WS-SKIPPING THEN
               DISPLAY "Warning : checkpoint contract "
                   WS-RESTART-CODE " was never read from the input "
              THRU 0130-RESET-CHECKPOINT-END.
       0100-READ-FILE-END.

       0102-READ-PENDING-DELTAS-BEGIN.
           MOVE 0 TO WS-PENDING-READ-COUNT.
           SET WS-PENDING-NOT-READ TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ASSURANCE-INPUT.
           IF WS-INPUT-FILE-STATUS = "00" THEN
               SET WS-PENDING-READ TO TRUE
               PERFORM UNTIL WS-EOF-TRUE
                   READ ASSURANCE-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0103-APPLY-ONE-PENDING-BEGIN
                              THRU 0103-APPLY-ONE-PENDING-END
                   END-READ
               END-PERFORM
               CLOSE ASSURANCE-INPUT
               IF WS-PENDING-READ-COUNT > 0 THEN
                   DISPLAY "Pending transactions read - "
                       WS-PENDING-READ-COUNT " row(s) from "
                       FUNCTION TRIM(WS-INPUT-FILE-NAME)
               END-IF
           END-IF.
       0102-READ-PENDING-DELTAS-END.

       0103-APPLY-ONE-PENDING-BEGIN.
           ADD 1 TO WS-PENDING-READ-COUNT.
           PERFORM 0111-FIND-DELTA-MATCH-BEGIN
              THRU 0111-FIND-DELTA-MATCH-END.
           IF WS-DELTA-MATCH-IDX = 0 THEN
               MOVE SPACE TO WS-CURRENT-BRANCH-CODE
           ELSE
               MOVE WS-ASR-BRANCH(WS-DELTA-MATCH-IDX)
                   TO WS-CURRENT-BRANCH-CODE
           END-IF.
           PERFORM 0150-VALIDATE-RECORD-BEGIN
              THRU 0150-VALIDATE-RECORD-END.
           IF WS-INVALID-RECORD THEN
               PERFORM 0118-WRITE-DELTA-REJECT-BEGIN
                  THRU 0118-WRITE-DELTA-REJECT-END
           ELSE
               PERFORM 0109-APPLY-ONE-DELTA-BEGIN
                  THRU 0109-APPLY-ONE-DELTA-END
           END-IF.
       0103-APPLY-ONE-PENDING-END.

       0105-READ-ONE-BRANCH-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ASSURANCE-INPUT.
                   TO WS-ASR-CURRENCY(WS-IDX)
               MOVE WS-CURRENT-BRANCH-CODE
                   TO WS-ASR-BRANCH(WS-IDX)
               MOVE WS-ASR-RCD(WS-IDX) TO WS-JRN-NEW-RCD
               SET WS-JRN-IMAGE-ADD TO TRUE
               PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
                  THRU 0125-JOURNAL-ROW-CHANGE-END
               IF WS-LOAD-PHASE THEN
                   MOVE WS-IDX TO WS-WORK-ROW-IDX
                   PERFORM 0108-WRITE-WORK-ROW-BEGIN
       0108-WRITE-WORK-ROW-END.

       0109-APPLY-ONE-DELTA-BEGIN.
           MOVE "DELTA-" TO WS-JRN-SOURCE.
           MOVE ASR-IN-ACTION TO WS-JRN-SOURCE(7:1).
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
           MOVE SPACE TO WS-JRN-APPROVER.
           PERFORM 0111-FIND-DELTA-MATCH-BEGIN
              THRU 0111-FIND-DELTA-MATCH-END.
           EVALUATE ASR-IN-ACTION
                       PERFORM 0118-WRITE-DELTA-REJECT-BEGIN
                          THRU 0118-WRITE-DELTA-REJECT-END
                   ELSE
                       PERFORM 0112-CHECK-STATUS-MOVE-BEGIN
                          THRU 0112-CHECK-STATUS-MOVE-END
                       IF WS-LIFE-MOVE-BAD THEN
                           PERFORM 0118-WRITE-DELTA-REJECT-BEGIN
                              THRU 0118-WRITE-DELTA-REJECT-END
                       ELSE
                           PERFORM 0116-CHANGE-TABLE-ROW-BEGIN
                              THRU 0116-CHANGE-TABLE-ROW-END
                           ADD 1 TO WS-DELTA-CHG-COUNT
                       END-IF
                   END-IF
               WHEN "D"
                   IF WS-DELTA-MATCH-IDX = 0 THEN
           END-IF.
       0111-FIND-DELTA-MATCH-END.

       0112-CHECK-STATUS-MOVE-BEGIN.
           SET WS-LIFE-MOVE-BAD TO TRUE.
           MOVE WS-ASR-CONTRACT-STATUS(WS-DELTA-MATCH-IDX)
               TO WS-LIFE-FROM-STATUS.
           MOVE ASR-IN-CONTRACT-STATUS TO WS-LIFE-TO-STATUS.
           PERFORM VARYING WS-LIFE-IDX FROM 1 BY 1
               UNTIL WS-LIFE-IDX > WS-LIFE-TRANS-MAX-SIZE
               IF WS-LIFE-TRANS-FROM(WS-LIFE-IDX) = WS-LIFE-FROM-STATUS
                  AND WS-LIFE-TRANS-TO(WS-LIFE-IDX) = WS-LIFE-TO-STATUS
                                                                THEN
                   SET WS-LIFE-MOVE-OK TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LIFE-MOVE-BAD THEN
               MOVE SPACE TO WS-REJECT-REASON
               STRING "status " DELIMITED BY SIZE
                      WS-LIFE-FROM-STATUS DELIMITED BY SPACE
                      "->" DELIMITED BY SIZE
                      WS-LIFE-TO-STATUS DELIMITED BY SPACE
                   INTO WS-REJECT-REASON
               END-STRING
           ELSE
               COMPUTE WS-LIFE-DATE =
                   ASR-IN-END-YEAR * 10000 + ASR-IN-END-MONTH * 100
                   + ASR-IN-END-DAY
               IF WS-LIFE-TO-STATUS = "EXPIRED"
                  AND WS-LIFE-FROM-STATUS NOT = "EXPIRED"
                  AND WS-LIFE-DATE >= WS-TODAY-NUMERIC-DATE THEN
                   SET WS-LIFE-MOVE-BAD TO TRUE
                   MOVE "EXPIRED before end date" TO WS-REJECT-REASON
               END-IF
               IF WS-LIFE-TO-STATUS = "ACTIVE"
                  AND WS-LIFE-FROM-STATUS = "EXPIRED"
                  AND WS-LIFE-DATE < WS-TODAY-NUMERIC-DATE THEN
                   SET WS-LIFE-MOVE-BAD TO TRUE
                   MOVE "renewal end date passed" TO WS-REJECT-REASON
               END-IF
           END-IF.
       0112-CHECK-STATUS-MOVE-END.

       0116-CHANGE-TABLE-ROW-BEGIN.
           MOVE WS-ASR-RCD(WS-DELTA-MATCH-IDX) TO WS-JRN-OLD-RCD.
           MOVE ASR-IN-CONTRACT-NAME
               TO WS-ASR-CONTRACT-NAME(WS-DELTA-MATCH-IDX).
           MOVE ASR-IN-PRODUCT-NAME
               TO WS-ASR-CURRENCY(WS-DELTA-MATCH-IDX).
           MOVE WS-CURRENT-BRANCH-CODE
               TO WS-ASR-BRANCH(WS-DELTA-MATCH-IDX).
           MOVE WS-ASR-RCD(WS-DELTA-MATCH-IDX) TO WS-JRN-NEW-RCD.
           SET WS-JRN-IMAGE-CHANGE TO TRUE.
           PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
              THRU 0125-JOURNAL-ROW-CHANGE-END.
       0116-CHANGE-TABLE-ROW-END.

       0117-DELETE-TABLE-ROW-BEGIN.
           MOVE WS-ASR-RCD(WS-DELTA-MATCH-IDX) TO WS-JRN-OLD-RCD.
           SET WS-JRN-IMAGE-DELETE TO TRUE.
           PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
              THRU 0125-JOURNAL-ROW-CHANGE-END.
           PERFORM VARYING WS-DELTA-IDX FROM WS-DELTA-MATCH-IDX BY 1
               UNTIL WS-DELTA-IDX >= WS-IDX
               MOVE WS-ASR-RCD(WS-DELTA-IDX + 1)
           CLOSE LOAD-CHECKPOINT-FILE.
       0120-SAVE-CHECKPOINT-END.

       0121-OPEN-JOURNAL-WORK-BEGIN.
           MOVE 0 TO WS-JRN-ENTRY-COUNT.
           IF WS-RESTART-CODE > 0 THEN
               OPEN EXTEND JOURNAL-WORK-FILE
               IF WS-JRN-WORK-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT JOURNAL-WORK-FILE
               END-IF
           ELSE
               OPEN OUTPUT JOURNAL-WORK-FILE
           END-IF.
       0121-OPEN-JOURNAL-WORK-END.

       0125-JOURNAL-ROW-CHANGE-BEGIN.
           IF WS-NOT-SKIPPING THEN
               IF WS-JRN-IMAGE-ADD THEN
                   MOVE SPACE TO WS-JRN-OLD-RCD
               END-IF
               IF WS-JRN-IMAGE-DELETE THEN
                   MOVE SPACE TO WS-JRN-NEW-RCD
                   MOVE WS-JRN-OLD-CODE   TO WS-JRN-ENT-CODE
                   MOVE WS-JRN-OLD-BRANCH TO WS-JRN-ENT-BRANCH
               ELSE
                   MOVE WS-JRN-NEW-CODE   TO WS-JRN-ENT-CODE
                   MOVE WS-JRN-NEW-BRANCH TO WS-JRN-ENT-BRANCH
               END-IF
               MOVE WS-JRN-SOURCE         TO WS-JRN-ENT-SOURCE
               MOVE WS-TODAY-NUMERIC-DATE TO WS-JRN-ENT-DATE
               MOVE WS-RUN-HHMMSS         TO WS-JRN-ENT-TIME
               MOVE WS-JRN-OPERATOR       TO WS-JRN-ENT-OPERATOR
               MOVE WS-JRN-APPROVER       TO WS-JRN-ENT-APPROVER

               MOVE "CONTRACT-NAME" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-CONTRACT-NAME TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-CONTRACT-NAME TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "PRODUCT-NAME" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-PRODUCT-NAME TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-PRODUCT-NAME TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "CLIENT-NAME" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-CLIENT-NAME TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-CLIENT-NAME TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "STATUS" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-CONTRACT-STATUS TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-CONTRACT-STATUS TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "START-DATE" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-START-DATE TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-START-DATE TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "END-DATE" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-END-DATE TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-END-DATE TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "AMOUNT" TO WS-JRN-ENT-FIELD
               MOVE SPACE TO WS-JRN-ENT-BEFORE
               MOVE SPACE TO WS-JRN-ENT-AFTER
               IF NOT WS-JRN-IMAGE-ADD THEN
                   MOVE WS-JRN-OLD-AMOUNT TO WS-JRN-AMOUNT-EDIT
                   MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-ENT-BEFORE
               END-IF
               IF NOT WS-JRN-IMAGE-DELETE THEN
                   MOVE WS-JRN-NEW-AMOUNT TO WS-JRN-AMOUNT-EDIT
                   MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-ENT-AFTER
               END-IF
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "CURRENCY" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-CURRENCY TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-CURRENCY TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END

               MOVE "BRANCH" TO WS-JRN-ENT-FIELD
               MOVE WS-JRN-OLD-BRANCH TO WS-JRN-ENT-BEFORE
               MOVE WS-JRN-NEW-BRANCH TO WS-JRN-ENT-AFTER
               PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
                  THRU 0126-WRITE-JOURNAL-ENTRY-END
           END-IF.
       0125-JOURNAL-ROW-CHANGE-END.

       0126-WRITE-JOURNAL-ENTRY-BEGIN.
           IF WS-JRN-ENT-BEFORE NOT = WS-JRN-ENT-AFTER THEN
               IF WS-JRN-TO-JOURNAL THEN
                   WRITE JRN-RCD FROM WS-JRN-ENTRY
                   ADD 1 TO WS-GEN-JRN-COUNT
               ELSE
                   WRITE JRN-WORK-RCD FROM WS-JRN-ENTRY
                   ADD 1 TO WS-JRN-ENTRY-COUNT
               END-IF
           END-IF.
       0126-WRITE-JOURNAL-ENTRY-END.

       0128-CLOSE-JOURNAL-WORK-BEGIN.
           CLOSE JOURNAL-WORK-FILE.
           DISPLAY "Change journal - " WS-JRN-ENTRY-COUNT
               " field change(s) recorded on this run".
       0128-CLOSE-JOURNAL-WORK-END.

       0130-RESET-CHECKPOINT-BEGIN.
           MOVE 0 TO CHECKPOINT-RCD.
           OPEN OUTPUT LOAD-CHECKPOINT-FILE.
                   MOVE "invalid contract status" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-VALID-RECORD AND WS-PROD-LOADED
              AND ASR-IN-ACTION NOT = "D" THEN
               PERFORM 0152-VALIDATE-PRODUCT-BEGIN
                  THRU 0152-VALIDATE-PRODUCT-END
           END-IF.
       0150-VALIDATE-RECORD-END.

       0152-VALIDATE-PRODUCT-BEGIN.
           MOVE ASR-IN-PRODUCT-NAME TO WS-PROD-LOOKUP-NAME.
           PERFORM 0078-FIND-PRODUCT-BEGIN
              THRU 0078-FIND-PRODUCT-END.
           IF WS-PROD-IDX = 0 THEN
               SET WS-INVALID-RECORD TO TRUE
               MOVE "unknown product" TO WS-REJECT-REASON
           ELSE
               IF WS-PROD-CURRENCIES(WS-PROD-IDX) = SPACE THEN
                   SET WS-PROD-CUR-OK TO TRUE
               ELSE
                   SET WS-PROD-CUR-BAD TO TRUE
                   PERFORM VARYING WS-PROD-CUR-IDX FROM 1 BY 1
                       UNTIL WS-PROD-CUR-IDX > 5
                       IF WS-PROD-CUR(WS-PROD-IDX, WS-PROD-CUR-IDX) =
                          ASR-IN-CURRENCY THEN
                           SET WS-PROD-CUR-OK TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE ASR-IN-AMOUNT TO WS-PROD-CHECK-AMOUNT
               IF WS-PROD-CUR-BAD THEN
                   SET WS-INVALID-RECORD TO TRUE
                   MOVE "currency not for product" TO WS-REJECT-REASON
               ELSE
                   IF WS-PROD-CHECK-AMOUNT <
                      WS-PROD-MIN-PREMIUM(WS-PROD-IDX)
                      OR (WS-PROD-MAX-PREMIUM(WS-PROD-IDX) > 0
                          AND WS-PROD-CHECK-AMOUNT >
                              WS-PROD-MAX-PREMIUM(WS-PROD-IDX)) THEN
                       SET WS-INVALID-RECORD TO TRUE
                       MOVE "premium out of range" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       0152-VALIDATE-PRODUCT-END.

       0160-VALIDATE-DATE-BEGIN.
           SET WS-VAL-DATE-OK TO TRUE.
           IF WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12 THEN
           END-IF.
       0170-CHECK-DUPLICATES-END.

       0175-APPLY-LIFECYCLE-BEGIN.
           MOVE 0 TO WS-AUTO-TBL-SIZE.
           MOVE 0 TO WS-AUTO-ROWS-DROPPED.
           MOVE 0 TO WS-AUTO-EXPIRED-COUNT.
           MOVE 0 TO WS-AUTO-PENDING-COUNT.
           MOVE "AUTO" TO WS-JRN-SOURCE.
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
           MOVE SPACE TO WS-JRN-APPROVER.
           PERFORM VARYING WS-LIFE-ROW FROM 1 BY 1
               UNTIL WS-LIFE-ROW > WS-TBL-SIZE
               PERFORM 0176-CHECK-ONE-LIFECYCLE-BEGIN
                  THRU 0176-CHECK-ONE-LIFECYCLE-END
           END-PERFORM.
           DISPLAY "Status lifecycle applied - "
               WS-AUTO-EXPIRED-COUNT " contract(s) expired, "
               WS-AUTO-PENDING-COUNT " pending contract(s) older "
               "than " WS-LIFE-PENDING-DAYS " day(s) flagged".
           IF WS-AUTO-ROWS-DROPPED > 0 THEN
               DISPLAY "Warning : automatic transition table limit "
                   "reached - " WS-AUTO-ROWS-DROPPED
                   " transition(s) left off the report"
           END-IF.
       0175-APPLY-LIFECYCLE-END.

       0176-CHECK-ONE-LIFECYCLE-BEGIN.
           IF WS-ASR-CONTRACT-STATUS(WS-LIFE-ROW) = "ACTIVE" THEN
               COMPUTE WS-LIFE-DATE =
                   WS-ASR-END-YEAR(WS-LIFE-ROW) * 10000
                   + WS-ASR-END-MONTH(WS-LIFE-ROW) * 100
                   + WS-ASR-END-DAY(WS-LIFE-ROW)
               IF WS-LIFE-DATE < WS-TODAY-NUMERIC-DATE THEN
                   MOVE WS-ASR-RCD(WS-LIFE-ROW) TO WS-JRN-OLD-RCD
                   MOVE "EXPIRED"
                       TO WS-ASR-CONTRACT-STATUS(WS-LIFE-ROW)
                   MOVE WS-ASR-RCD(WS-LIFE-ROW) TO WS-JRN-NEW-RCD
                   SET WS-JRN-IMAGE-CHANGE TO TRUE
                   PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
                      THRU 0125-JOURNAL-ROW-CHANGE-END
                   ADD 1 TO WS-AUTO-EXPIRED-COUNT
                   COMPUTE WS-LIFE-DAYS = WS-TODAY-JULIAN
                       - FUNCTION INTEGER-OF-DATE(WS-LIFE-DATE)
                   MOVE "ACTIVE"  TO WS-LIFE-FROM-STATUS
                   MOVE "EXPIRED" TO WS-LIFE-TO-STATUS
                   MOVE "Expired - end date passed" TO WS-LIFE-NOTE
                   PERFORM 0177-ADD-AUTO-TRANSITION-BEGIN
                      THRU 0177-ADD-AUTO-TRANSITION-END
               END-IF
           END-IF.
           IF WS-ASR-CONTRACT-STATUS(WS-LIFE-ROW) = "PENDING" THEN
               COMPUTE WS-LIFE-DATE =
                   WS-ASR-START-YEAR(WS-LIFE-ROW) * 10000
                   + WS-ASR-START-MONTH(WS-LIFE-ROW) * 100
                   + WS-ASR-START-DAY(WS-LIFE-ROW)
               COMPUTE WS-LIFE-DAYS = WS-TODAY-JULIAN
                   - FUNCTION INTEGER-OF-DATE(WS-LIFE-DATE)
               IF WS-LIFE-DAYS > WS-LIFE-PENDING-DAYS THEN
                   ADD 1 TO WS-AUTO-PENDING-COUNT
                   MOVE "PENDING" TO WS-LIFE-FROM-STATUS
                   MOVE "PENDING" TO WS-LIFE-TO-STATUS
                   MOVE "Flagged - pending too long" TO WS-LIFE-NOTE
                   PERFORM 0177-ADD-AUTO-TRANSITION-BEGIN
                      THRU 0177-ADD-AUTO-TRANSITION-END
               END-IF
           END-IF.
       0176-CHECK-ONE-LIFECYCLE-END.

       0177-ADD-AUTO-TRANSITION-BEGIN.
           IF WS-AUTO-TBL-SIZE >= WS-AUTO-TBL-MAX-SIZE THEN
               ADD 1 TO WS-AUTO-ROWS-DROPPED
           ELSE
               ADD 1 TO WS-AUTO-TBL-SIZE
               MOVE WS-AUTO-TBL-SIZE TO WS-AUTO-IDX
               MOVE WS-ASR-CONTRACT-CODE(WS-LIFE-ROW)
                   TO WS-AUTO-CODE(WS-AUTO-IDX)
               MOVE WS-ASR-BRANCH(WS-LIFE-ROW)
                   TO WS-AUTO-BRANCH(WS-AUTO-IDX)
               MOVE WS-LIFE-FROM-STATUS TO WS-AUTO-FROM(WS-AUTO-IDX)
               MOVE WS-LIFE-TO-STATUS   TO WS-AUTO-TO(WS-AUTO-IDX)
               MOVE WS-LIFE-DATE        TO WS-AUTO-REF-DATE(WS-AUTO-IDX)
               MOVE WS-LIFE-DAYS        TO WS-AUTO-DAYS(WS-AUTO-IDX)
               MOVE WS-LIFE-NOTE        TO WS-AUTO-NOTE(WS-AUTO-IDX)
           END-IF.
       0177-ADD-AUTO-TRANSITION-END.

       0180-CORRECT-REJECTS-BEGIN.
           IF WS-BATCH-MODE-NO AND WS-REJECT-COUNT > 0
              AND WS-OPERATOR-SIGNED-ON AND WS-APQ-LOADED THEN
               DISPLAY "Do you want to review and correct rejected
      -                "records now (Y/N)?"
               ACCEPT WS-USER-INPUT
                   DISPLAY "Enter corrected action code (A/C/D) : "
                   ACCEPT ASR-IN-ACTION
               END-IF
               IF WS-REJECT-OUT-REASON = "unknown product" THEN
                   DISPLAY "Enter corrected product name : "
                   ACCEPT ASR-IN-PRODUCT-NAME
               END-IF
               IF WS-REJECT-OUT-REASON = "currency not for product"
                   THEN
                   DISPLAY "Enter corrected currency : "
                   ACCEPT ASR-IN-CURRENCY
               END-IF
               IF WS-REJECT-OUT-REASON = "invalid amount"
                  OR WS-REJECT-OUT-REASON = "premium out of range" THEN
                   DISPLAY "Enter corrected amount (format "
                       "NNNNNN,NN) : "
                   ACCEPT ASR-IN-AMOUNT
                   ACCEPT ASR-IN-END-DATE
               END-IF
               IF WS-REJECT-OUT-REASON = "invalid contract status"
                  OR WS-REJECT-OUT-REASON(1:7) = "status "
                   THEN
                   DISPLAY "Enter corrected contract status : "
                   ACCEPT ASR-IN-CONTRACT-STATUS
               END-IF
               IF WS-REJECT-OUT-REASON = "EXPIRED before end date"
                  OR WS-REJECT-OUT-REASON = "renewal end date passed"
                   THEN
                   DISPLAY "Enter corrected end date (YYYYMMDD) : "
                   ACCEPT ASR-IN-END-DATE
               END-IF
               PERFORM 0150-VALIDATE-RECORD-BEGIN
                  THRU 0150-VALIDATE-RECORD-END
               IF WS-VALID-RECORD THEN
                   MOVE WS-REJECT-OUT-BRANCH TO WS-APQ-NEW-BRANCH
                   MOVE WS-REJECT-OUT-REASON TO WS-APQ-NEW-REASON
                   PERFORM 0186-QUEUE-CORRECTION-BEGIN
                      THRU 0186-QUEUE-CORRECTION-END
               ELSE
                   DISPLAY "Still invalid (" WS-REJECT-REASON
                       ") - not resubmitted"
               END-IF
           END-IF.
       0185-REVIEW-ONE-REJECT-END.

       0186-QUEUE-CORRECTION-BEGIN.
           IF WS-APQ-TBL-SIZE >= WS-APQ-TBL-MAX-SIZE THEN
               DISPLAY "Warning : approval queue is full - change "
                   "for contract " ASR-IN-CONTRACT-CODE " not queued"
           ELSE
               ADD 1 TO WS-APQ-TBL-SIZE
               MOVE SPACE TO WS-APQ-ENTRY
               MOVE "PENDING"             TO WS-APQ-ENT-STATUS
               MOVE WS-OPERATOR-ID        TO WS-APQ-ENT-KEYED-BY
               MOVE WS-TODAY-NUMERIC-DATE TO WS-APQ-ENT-KEYED-DATE
               MOVE WS-RUN-HHMMSS         TO WS-APQ-ENT-KEYED-TIME
               MOVE WS-APQ-NEW-BRANCH     TO WS-APQ-ENT-BRANCH
               MOVE WS-APQ-NEW-REASON     TO WS-APQ-ENT-REASON
               MOVE 0                     TO WS-APQ-ENT-DECIDED-DATE
               MOVE ASR-IN-RCD            TO WS-APQ-ENT-DELTA-DATA
               MOVE WS-APQ-ENTRY TO WS-APQ-ROW(WS-APQ-TBL-SIZE)
               MOVE "Y" TO WS-APQ-THIS-RUN-SW(WS-APQ-TBL-SIZE)
               ADD 1 TO WS-APQ-QUEUED-COUNT
               DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                   " queued for approval by a second operator"
           END-IF.
       0186-QUEUE-CORRECTION-END.

       0182-REVIEW-APPROVALS-BEGIN.
           IF WS-BATCH-MODE-NO AND WS-OPERATOR-SIGNED-ON THEN
               PERFORM 0183-LOAD-APPROVAL-QUEUE-BEGIN
                  THRU 0183-LOAD-APPROVAL-QUEUE-END
               IF WS-APQ-LOADED AND WS-APQ-OWN-COUNT > 0 THEN
                   DISPLAY "Ok, " WS-APQ-OWN-COUNT " change(s) "
                       "keyed by " FUNCTION TRIM(WS-OPERATOR-ID)
                       " await approval by another operator"
               END-IF
               IF WS-APQ-LOADED AND WS-APQ-PENDING-COUNT > 0 THEN
                   DISPLAY WS-APQ-PENDING-COUNT " change(s) await"
                       " your approval - review them now (Y/N)?"
                   ACCEPT WS-USER-INPUT
                   IF WS-USER-INPUT-YES THEN
                       PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                           UNTIL WS-APQ-IDX > WS-APQ-TBL-SIZE
                           PERFORM 0184-DECIDE-ONE-APPROVAL-BEGIN
                              THRU 0184-DECIDE-ONE-APPROVAL-END
                       END-PERFORM
                       MOVE WS-IDX TO WS-TBL-SIZE
                       DISPLAY "Approval review done - "
                           WS-APQ-APPROVED-COUNT " approved, "
                           WS-APQ-REFUSED-COUNT " refused"
                   END-IF
               END-IF
           END-IF.
       0182-REVIEW-APPROVALS-END.

       0183-LOAD-APPROVAL-QUEUE-BEGIN.
           MOVE 0 TO WS-APQ-TBL-SIZE.
           MOVE 0 TO WS-APQ-ROWS-DROPPED.
           MOVE 0 TO WS-APQ-PENDING-COUNT.
           MOVE 0 TO WS-APQ-OWN-COUNT.
           SET WS-APQ-LOADED TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APQ-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-APQ-TBL-SIZE >= WS-APQ-TBL-MAX-SIZE
                               THEN
                               ADD 1 TO WS-APQ-ROWS-DROPPED
                           ELSE
                               ADD 1 TO WS-APQ-TBL-SIZE
                               MOVE APQ-RCD
                                   TO WS-APQ-ROW(WS-APQ-TBL-SIZE)
                               MOVE "N" TO
                                   WS-APQ-THIS-RUN-SW(WS-APQ-TBL-SIZE)
                               MOVE APQ-RCD TO WS-APQ-ENTRY
                               IF WS-APQ-ENT-STATUS = "PENDING" THEN
                                   IF WS-APQ-ENT-KEYED-BY =
                                      WS-OPERATOR-ID THEN
                                       ADD 1 TO WS-APQ-OWN-COUNT
                                   ELSE
                                       ADD 1 TO WS-APQ-PENDING-COUNT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
           IF WS-APQ-ROWS-DROPPED > 0 THEN
               DISPLAY "Warning : approval queue assur-approbations.dat"
                   " holds more than " WS-APQ-TBL-MAX-SIZE " item(s) "
                   "- approvals and corrections disabled for this run"
               SET WS-APQ-NOT-LOADED TO TRUE
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           END-IF.
       0183-LOAD-APPROVAL-QUEUE-END.

       0184-DECIDE-ONE-APPROVAL-BEGIN.
           MOVE WS-APQ-ROW(WS-APQ-IDX) TO WS-APQ-ENTRY.
           IF WS-APQ-ENT-STATUS = "PENDING"
              AND WS-APQ-ENT-KEYED-BY NOT = WS-OPERATOR-ID THEN
               MOVE WS-APQ-ENT-DELTA-DATA TO ASR-IN-RCD
               DISPLAY "Change for contract " ASR-IN-CONTRACT-CODE
                   " (action " ASR-IN-ACTION ") keyed by "
                   WS-APQ-ENT-KEYED-BY " on " WS-APQ-ENT-KEYED-DATE
               DISPLAY "Queued from : " WS-APQ-ENT-REASON
                   "  branch : " WS-APQ-ENT-BRANCH
               DISPLAY "Record : " WS-APQ-ENT-DELTA-DATA
               DISPLAY "Approve, refuse or leave pending (A/R/P)? "
               ACCEPT WS-APQ-DECISION
               EVALUATE TRUE
                   WHEN WS-APQ-DECISION-APPROVE
                       PERFORM 0150-VALIDATE-RECORD-BEGIN
                          THRU 0150-VALIDATE-RECORD-END
                       IF WS-VALID-RECORD THEN
                           MOVE WS-APQ-ENT-BRANCH
                               TO WS-CURRENT-BRANCH-CODE
                           MOVE WS-APQ-ENT-KEYED-BY TO WS-JRN-OPERATOR
                           MOVE WS-OPERATOR-ID TO WS-JRN-APPROVER
                           PERFORM 0187-RESUBMIT-ONE-DELTA-BEGIN
                              THRU 0187-RESUBMIT-ONE-DELTA-END
                           IF WS-APQ-APPLIED THEN
                               MOVE "APPROVED" TO WS-APQ-ENT-STATUS
                               MOVE WS-OPERATOR-ID
                                   TO WS-APQ-ENT-DECIDED-BY
                               MOVE WS-TODAY-NUMERIC-DATE
                                   TO WS-APQ-ENT-DECIDED-DATE
                               ADD 1 TO WS-APQ-APPROVED-COUNT
                           ELSE
                               DISPLAY "Change for contract "
                                   ASR-IN-CONTRACT-CODE
                                   " not applied - left pending"
                           END-IF
                       ELSE
                           DISPLAY "Still invalid (" WS-REJECT-REASON
                               ") - left pending"
                       END-IF
                   WHEN WS-APQ-DECISION-REFUSE
                       MOVE "REFUSED" TO WS-APQ-ENT-STATUS
                       MOVE WS-OPERATOR-ID TO WS-APQ-ENT-DECIDED-BY
                       MOVE WS-TODAY-NUMERIC-DATE
                           TO WS-APQ-ENT-DECIDED-DATE
                       ADD 1 TO WS-APQ-REFUSED-COUNT
                       DISPLAY "Change for contract "
                           ASR-IN-CONTRACT-CODE " refused"
                   WHEN OTHER
                       DISPLAY "Change for contract "
                           ASR-IN-CONTRACT-CODE " left pending"
               END-EVALUATE
               MOVE WS-APQ-ENTRY TO WS-APQ-ROW(WS-APQ-IDX)
               IF WS-APQ-ENT-STATUS NOT = "PENDING" THEN
                   MOVE "Y" TO WS-APQ-THIS-RUN-SW(WS-APQ-IDX)
               END-IF
           END-IF.
       0184-DECIDE-ONE-APPROVAL-END.

       0187-RESUBMIT-ONE-DELTA-BEGIN.
           MOVE "MANUAL" TO WS-JRN-SOURCE.
           SET WS-APQ-NOT-APPLIED TO TRUE.
           PERFORM 0111-FIND-DELTA-MATCH-BEGIN
              THRU 0111-FIND-DELTA-MATCH-END.
           EVALUATE ASR-IN-ACTION
               WHEN "A"
                   IF WS-DELTA-MATCH-IDX NOT = 0 THEN
                       DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                           " is already on the master - approved "
                           "add not applied"
                   ELSE
                       IF WS-IDX >= WS-TBL-MAX-SIZE THEN
                           DISPLAY "Table is full - approved record "
                               "not added"
                       ELSE
                           PERFORM 0107-LOAD-ONE-ROW-BEGIN
                              THRU 0107-LOAD-ONE-ROW-END
                           ADD 1 TO WS-DELTA-ADD-COUNT
                           SET WS-APQ-APPLIED TO TRUE
                           DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                               " approved and added to this run"
                       END-IF
                   END-IF
               WHEN "C"
                   IF WS-DELTA-MATCH-IDX = 0 THEN
                       DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                           " is not on the master - approved "
                           "change not applied"
                   ELSE
                       PERFORM 0112-CHECK-STATUS-MOVE-BEGIN
                          THRU 0112-CHECK-STATUS-MOVE-END
                       IF WS-LIFE-MOVE-BAD THEN
                           DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                               " - " WS-REJECT-REASON
                               " - approved change not applied"
                       ELSE
                           PERFORM 0116-CHANGE-TABLE-ROW-BEGIN
                              THRU 0116-CHANGE-TABLE-ROW-END
                           ADD 1 TO WS-DELTA-CHG-COUNT
                           SET WS-APQ-APPLIED TO TRUE
                           DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                               " approved and changed on this run"
                       END-IF
                   END-IF
               WHEN "D"
                   IF WS-DELTA-MATCH-IDX = 0 THEN
                       DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                           " is not on the master - approved "
                           "delete not applied"
                   ELSE
                       PERFORM 0117-DELETE-TABLE-ROW-BEGIN
                          THRU 0117-DELETE-TABLE-ROW-END
                       ADD 1 TO WS-DELTA-DEL-COUNT
                       SET WS-APQ-APPLIED TO TRUE
                       DISPLAY "Contract " ASR-IN-CONTRACT-CODE
                           " approved and deleted from this run"
                   END-IF
           END-EVALUATE.
       0187-RESUBMIT-ONE-DELTA-END.

       0188-LOAD-TAX-ADJUSTMENTS-BEGIN.
           MOVE 0 TO WS-TAXADJ-TBL-SIZE.
           MOVE 0 TO WS-TAXADJ-ROWS-DROPPED.
           MOVE 0 TO WS-TAXADJ-NEW-COUNT.
           SET WS-TAXADJ-LOADED TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TAX-ADJUSTMENT-FILE.
           IF WS-TAXADJ-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ TAX-ADJUSTMENT-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-TAXADJ-TBL-SIZE >=
                              WS-TAXADJ-TBL-MAX-SIZE THEN
                               ADD 1 TO WS-TAXADJ-ROWS-DROPPED
                           ELSE
                               ADD 1 TO WS-TAXADJ-TBL-SIZE
                               MOVE TAXADJ-RCD
                                   TO WS-TAXADJ-ROW(WS-TAXADJ-TBL-SIZE)
                               MOVE "N" TO WS-TAXADJ-THIS-RUN-SW
                                   (WS-TAXADJ-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-ADJUSTMENT-FILE
           END-IF.
           IF WS-TAXADJ-ROWS-DROPPED > 0 THEN
               DISPLAY "Warning : premium tax adjustment file "
                   "assur-taxe-ajustements.dat holds more than "
                   WS-TAXADJ-TBL-MAX-SIZE " row(s) - no adjustment "
                   "recorded and no tax declaration in this run"
               SET WS-TAXADJ-NOT-LOADED TO TRUE
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           END-IF.
       0188-LOAD-TAX-ADJUSTMENTS-END.

       0190-APPLY-ENDORSEMENTS-BEGIN.
           PERFORM 0188-LOAD-TAX-ADJUSTMENTS-BEGIN
              THRU 0188-LOAD-TAX-ADJUSTMENTS-END.
           MOVE 0 TO WS-ENDT-APPLIED-COUNT.
           MOVE 0 TO WS-ENDT-CANCEL-COUNT.
           MOVE 0 TO WS-ENDT-UNMATCHED-COUNT.
       0192-APPLY-ONE-ENDORSEMENT-END.

       0193-RECORD-ENDT-EFFECT-BEGIN.
           IF ENDT-IN-CANCEL-FLAG NOT = "Y" THEN
               MOVE 0 TO WS-ENDT-EFF-IDX
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-ENDT-EFF-TBL-SIZE
                      OR WS-ENDT-EFF-IDX NOT = 0
                   IF WS-ENDT-EFF-CODE(WS-IDX-2) =
                      ENDT-IN-CONTRACT-CODE THEN
                       MOVE WS-IDX-2 TO WS-ENDT-EFF-IDX
                   END-IF
               END-PERFORM
               IF WS-ENDT-EFF-IDX = 0 THEN
                   IF WS-ENDT-EFF-TBL-SIZE >=
                      WS-ENDT-EFF-TBL-MAX-SIZE THEN
                       ADD 1 TO WS-ENDT-EFF-DROPPED
                       DISPLAY "Warning : endorsement effect table "
                           "limit of " WS-ENDT-EFF-TBL-MAX-SIZE
                           " reached - earned premium for contract "
                           ENDT-IN-CONTRACT-CODE " is pro-rated "
                           "without the effective date"
                   ELSE
                       ADD 1 TO WS-ENDT-EFF-TBL-SIZE
                       MOVE WS-ENDT-EFF-TBL-SIZE TO WS-ENDT-EFF-IDX
                       MOVE ENDT-IN-CONTRACT-CODE
                           TO WS-ENDT-EFF-CODE(WS-ENDT-EFF-IDX)
                       MOVE ENDT-IN-EFF-DATE
                           TO WS-ENDT-EFF-DATE(WS-ENDT-EFF-IDX)
                       MOVE WS-ASR-AMOUNT(WS-ENDT-MATCH-IDX)
                           TO WS-ENDT-OLD-AMOUNT(WS-ENDT-EFF-IDX)
                   END-IF
               ELSE
                   MOVE ENDT-IN-EFF-DATE
                       TO WS-ENDT-EFF-DATE(WS-ENDT-EFF-IDX)
                   MOVE WS-ASR-AMOUNT(WS-ENDT-MATCH-IDX)
                       TO WS-ENDT-OLD-AMOUNT(WS-ENDT-EFF-IDX)
               END-IF
           END-IF.
           PERFORM 0191-RECORD-TAX-ADJUSTMENT-BEGIN
              THRU 0191-RECORD-TAX-ADJUSTMENT-END.
       0193-RECORD-ENDT-EFFECT-END.

       0191-RECORD-TAX-ADJUSTMENT-BEGIN.
           IF WS-TAXADJ-LOADED THEN
               MOVE ENDT-IN-CONTRACT-CODE TO WS-TAXADJ-KEY-CODE
               MOVE ENDT-IN-EFF-DATE TO WS-TAXADJ-KEY-EFF-DATE
               SET WS-TAXADJ-NOT-FOUND TO TRUE
               IF ENDT-IN-CANCEL-FLAG = "Y" THEN
                   MOVE "CANCEL" TO WS-TAXADJ-KEY-TYPE
                   MOVE 0 TO WS-TAXADJ-KEY-NEW-AMOUNT
                   IF WS-ASR-CONTRACT-STATUS(WS-ENDT-MATCH-IDX) =
                      "CANCELED" THEN
                       SET WS-TAXADJ-FOUND TO TRUE
                   END-IF
               ELSE
                   MOVE "CHANGE" TO WS-TAXADJ-KEY-TYPE
                   MOVE ENDT-IN-AMOUNT TO WS-TAXADJ-KEY-NEW-AMOUNT
                   IF WS-TAXADJ-KEY-NEW-AMOUNT =
                      WS-ASR-AMOUNT(WS-ENDT-MATCH-IDX) THEN
                       SET WS-TAXADJ-FOUND TO TRUE
                   END-IF
               END-IF
               PERFORM VARYING WS-TAXADJ-IDX FROM 1 BY 1
                   UNTIL WS-TAXADJ-IDX > WS-TAXADJ-TBL-SIZE
                      OR WS-TAXADJ-FOUND
                   MOVE WS-TAXADJ-ROW(WS-TAXADJ-IDX) TO WS-TAXADJ-ENTRY
                   IF WS-TAXADJ-ENT-CODE = WS-TAXADJ-KEY-CODE
                      AND WS-TAXADJ-ENT-EFF-DATE =
                          WS-TAXADJ-KEY-EFF-DATE
                      AND WS-TAXADJ-ENT-TYPE = WS-TAXADJ-KEY-TYPE
                      AND WS-TAXADJ-ENT-NEW-AMOUNT =
                          WS-TAXADJ-KEY-NEW-AMOUNT THEN
                       SET WS-TAXADJ-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-TAXADJ-NOT-FOUND THEN
                   PERFORM 0189-ADD-TAX-ADJUSTMENT-BEGIN
                      THRU 0189-ADD-TAX-ADJUSTMENT-END
               END-IF
           END-IF.
       0191-RECORD-TAX-ADJUSTMENT-END.

       0189-ADD-TAX-ADJUSTMENT-BEGIN.
           COMPUTE WS-START-NUMERIC-DATE =
               WS-ASR-START-YEAR(WS-ENDT-MATCH-IDX) * 10000
               + WS-ASR-START-MONTH(WS-ENDT-MATCH-IDX) * 100
               + WS-ASR-START-DAY(WS-ENDT-MATCH-IDX).
           COMPUTE WS-START-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-START-NUMERIC-DATE).
           COMPUTE WS-END-NUMERIC-DATE =
               WS-ASR-END-YEAR(WS-ENDT-MATCH-IDX) * 10000
               + WS-ASR-END-MONTH(WS-ENDT-MATCH-IDX) * 100
               + WS-ASR-END-DAY(WS-ENDT-MATCH-IDX).
           COMPUTE WS-END-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-END-NUMERIC-DATE).
           COMPUTE WS-TAXADJ-EFF-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TAXADJ-KEY-EFF-DATE).
           COMPUTE WS-TAXADJ-TOTAL-DAYS =
               WS-END-JULIAN - WS-START-JULIAN.
           COMPUTE WS-TAXADJ-REMAIN-DAYS =
               WS-END-JULIAN - WS-TAXADJ-EFF-JULIAN.
           IF WS-TAXADJ-REMAIN-DAYS < 0 THEN
               MOVE 0 TO WS-TAXADJ-REMAIN-DAYS
           END-IF.
           IF WS-TAXADJ-REMAIN-DAYS > WS-TAXADJ-TOTAL-DAYS THEN
               MOVE WS-TAXADJ-TOTAL-DAYS TO WS-TAXADJ-REMAIN-DAYS
           END-IF.

           MOVE WS-TAXADJ-KEY-CODE TO WS-TAXADJ-ENT-CODE.
           MOVE WS-TAXADJ-KEY-EFF-DATE TO WS-TAXADJ-ENT-EFF-DATE.
           MOVE WS-TAXADJ-KEY-TYPE TO WS-TAXADJ-ENT-TYPE.
           MOVE WS-ASR-BRANCH(WS-ENDT-MATCH-IDX)
               TO WS-TAXADJ-ENT-BRANCH.
           MOVE WS-ASR-CURRENCY(WS-ENDT-MATCH-IDX)
               TO WS-TAXADJ-ENT-CURRENCY.
           MOVE WS-ASR-AMOUNT(WS-ENDT-MATCH-IDX)
               TO WS-TAXADJ-ENT-OLD-AMOUNT.
           MOVE WS-TAXADJ-KEY-NEW-AMOUNT TO WS-TAXADJ-ENT-NEW-AMOUNT.
           IF WS-TAXADJ-KEY-TYPE = "CANCEL" THEN
               MOVE "-" TO WS-TAXADJ-ENT-SIGN
               MOVE WS-TAXADJ-ENT-OLD-AMOUNT TO WS-TAXADJ-DIFF
           ELSE
               IF WS-TAXADJ-ENT-NEW-AMOUNT > WS-TAXADJ-ENT-OLD-AMOUNT
                                                                THEN
                   MOVE "+" TO WS-TAXADJ-ENT-SIGN
                   COMPUTE WS-TAXADJ-DIFF = WS-TAXADJ-ENT-NEW-AMOUNT
                       - WS-TAXADJ-ENT-OLD-AMOUNT
               ELSE
                   MOVE "-" TO WS-TAXADJ-ENT-SIGN
                   COMPUTE WS-TAXADJ-DIFF = WS-TAXADJ-ENT-OLD-AMOUNT
                       - WS-TAXADJ-ENT-NEW-AMOUNT
               END-IF
           END-IF.
           IF WS-TAXADJ-TOTAL-DAYS <= 0 THEN
               MOVE WS-TAXADJ-DIFF TO WS-TAXADJ-ENT-PREMIUM
           ELSE
               COMPUTE WS-TAXADJ-ENT-PREMIUM ROUNDED =
                   WS-TAXADJ-DIFF * WS-TAXADJ-REMAIN-DAYS
                   / WS-TAXADJ-TOTAL-DAYS
           END-IF.
           MOVE WS-TAXADJ-KEY-EFF-DATE TO WS-TAXADJ-DECL-DATE.
           IF WS-TODAY-NUMERIC-DATE > WS-TAXADJ-DECL-DATE THEN
               MOVE WS-TODAY-NUMERIC-DATE TO WS-TAXADJ-DECL-DATE
           END-IF.
           DIVIDE WS-TAXADJ-DECL-DATE BY 100
               GIVING WS-TAXADJ-ENT-PERIOD.
           MOVE WS-TODAY-NUMERIC-DATE TO WS-TAXADJ-ENT-RUN-DATE.
           MOVE WS-OPERATOR-ID TO WS-TAXADJ-ENT-OPERATOR.

           IF WS-TAXADJ-TBL-SIZE >= WS-TAXADJ-TBL-MAX-SIZE THEN
               ADD 1 TO WS-TAXADJ-ROWS-DROPPED
               DISPLAY "Warning : premium tax adjustment table limit "
                   "of " WS-TAXADJ-TBL-MAX-SIZE " reached - "
                   "adjustment for contract " WS-TAXADJ-ENT-CODE
                   " not recorded"
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           ELSE
               ADD 1 TO WS-TAXADJ-TBL-SIZE
               MOVE WS-TAXADJ-ENTRY
                   TO WS-TAXADJ-ROW(WS-TAXADJ-TBL-SIZE)
               MOVE "Y" TO WS-TAXADJ-THIS-RUN-SW(WS-TAXADJ-TBL-SIZE)
               ADD 1 TO WS-TAXADJ-NEW-COUNT
           END-IF.
       0189-ADD-TAX-ADJUSTMENT-END.

       0194-APPLY-ENDT-CHANGE-BEGIN.
           MOVE "ENDORSE" TO WS-JRN-SOURCE.
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
           MOVE SPACE TO WS-JRN-APPROVER.
           MOVE WS-ASR-RCD(WS-ENDT-MATCH-IDX) TO WS-JRN-OLD-RCD.
           IF ENDT-IN-CANCEL-FLAG = "Y" THEN
               PERFORM 0193-RECORD-ENDT-EFFECT-BEGIN
                  THRU 0193-RECORD-ENDT-EFFECT-END
               MOVE "CANCELED"
                   TO WS-ASR-CONTRACT-STATUS(WS-ENDT-MATCH-IDX)
               MOVE ENDT-IN-EFF-DATE
                   ADD 1 TO WS-ENDT-APPLIED-COUNT
               END-IF
           END-IF.
           MOVE WS-ASR-RCD(WS-ENDT-MATCH-IDX) TO WS-JRN-NEW-RCD.
           SET WS-JRN-IMAGE-CHANGE TO TRUE.
           PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
              THRU 0125-JOURNAL-ROW-CHANGE-END.
       0194-APPLY-ENDT-CHANGE-END.

       0195-MATCH-CLIENT-IDS-BEGIN.
           IF WS-TRT-RATE-TBL-SIZE > 0 THEN
               DISPLAY "15 - Reinsurance cession bordereau"
           END-IF.
           DISPLAY "16 - Contract change history".
           DISPLAY "17 - Automatic status transitions report".
           DISPLAY "18 - Suspicious-claim referral report".
           DISPLAY "19 - Dunning run (reminder letters)".
           DISPLAY "20 - Anniversary indexation run (rating notice)".
           DISPLAY "21 - Contract inquiry and maintenance".
           DISPLAY "22 - Restore an earlier master generation".
           DISPLAY "23 - Client account statements".
           IF WS-TAX-RATE-TBL-SIZE > 0 THEN
               DISPLAY "24 - Premium tax declaration by branch"
           END-IF.
           DISPLAY " 0 - Exit".
           DISPLAY "Choose a report number : " WITH NO ADVANCING.
       0255-SHOW-MENU-END.
               WHEN "15"
                   PERFORM 0910-WRITE-CESSION-BEGIN
                      THRU 0910-WRITE-CESSION-END
               WHEN "16"
                   PERFORM 0920-WRITE-HISTORY-BEGIN
                      THRU 0920-WRITE-HISTORY-END
               WHEN "17"
                   PERFORM 0930-WRITE-AUTO-STATUS-BEGIN
                      THRU 0930-WRITE-AUTO-STATUS-END
               WHEN "18"
                   PERFORM 0935-WRITE-CLAIM-SCREEN-BEGIN
                      THRU 0935-WRITE-CLAIM-SCREEN-END
               WHEN "19"
                   PERFORM 0760-WRITE-DUNNING-BEGIN
                      THRU 0760-WRITE-DUNNING-END
               WHEN "20"
                   PERFORM 0790-WRITE-INDEXATION-BEGIN
                      THRU 0790-WRITE-INDEXATION-END
               WHEN "21"
                   PERFORM 0270-MAINTAIN-CONTRACTS-BEGIN
                      THRU 0270-MAINTAIN-CONTRACTS-END
               WHEN "22"
                   PERFORM 0975-RESTORE-GENERATION-BEGIN
                      THRU 0975-RESTORE-GENERATION-END
                   IF WS-GEN-RESTORED THEN
                       SET WS-MENU-EXIT-YES TO TRUE
                   END-IF
               WHEN "23"
                   PERFORM 0923-WRITE-STATEMENTS-BEGIN
                      THRU 0923-WRITE-STATEMENTS-END
               WHEN "24"
                   PERFORM 0941-WRITE-TAX-DECLARATION-BEGIN
                      THRU 0941-WRITE-TAX-DECLARATION-END
               WHEN "0"
                   SET WS-MENU-EXIT-YES TO TRUE
               WHEN SPACE
           END-EVALUATE.
       0260-RUN-MENU-CHOICE-END.

       0270-MAINTAIN-CONTRACTS-BEGIN.
           PERFORM 0752-LOAD-PAYMENTS-BEGIN
              THRU 0752-LOAD-PAYMENTS-END.
           PERFORM 0812-LOAD-CLAIMS-BEGIN
              THRU 0812-LOAD-CLAIMS-END.
           MOVE WS-APQ-QUEUED-COUNT TO WS-MNT-QUEUED-COUNT.
           MOVE "X" TO WS-MNT-CODE-X.
           PERFORM UNTIL WS-MNT-CODE-X = SPACE
               DISPLAY "Contract code (blank to return to the menu) : "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-MNT-CODE-X
               ACCEPT WS-MNT-CODE-X
               IF WS-MNT-CODE-X NOT = SPACE THEN
                   PERFORM 0272-MAINTAIN-ONE-CONTRACT-BEGIN
                      THRU 0272-MAINTAIN-ONE-CONTRACT-END
               END-IF
           END-PERFORM.
           SUBTRACT WS-MNT-QUEUED-COUNT FROM WS-APQ-QUEUED-COUNT
               GIVING WS-MNT-QUEUED-COUNT.
           DISPLAY "End of maintenance - " WS-MNT-QUEUED-COUNT
               " transaction(s) queued for approval by a second "
               "operator".
       0270-MAINTAIN-CONTRACTS-END.

       0272-MAINTAIN-ONE-CONTRACT-BEGIN.
           IF WS-MNT-CODE-X IS NOT NUMERIC THEN
               DISPLAY "Warning : contract code must be 8 digits"
           ELSE
               MOVE WS-MNT-CODE-X TO WS-MNT-CODE
               MOVE 0 TO WS-MNT-IDX
               PERFORM VARYING WS-MNT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-MNT-SCAN-IDX > WS-TBL-SIZE
                      OR WS-MNT-IDX NOT = 0
                   IF WS-ASR-CONTRACT-CODE(WS-MNT-SCAN-IDX) =
                      WS-MNT-CODE THEN
                       MOVE WS-MNT-SCAN-IDX TO WS-MNT-IDX
                   END-IF
               END-PERFORM
               IF WS-MNT-IDX = 0 THEN
                   DISPLAY "Contract " WS-MNT-CODE
                       " is not on the master"
                   DISPLAY "Add it as a new contract (Y/N)? "
                   ACCEPT WS-USER-INPUT
                   IF WS-USER-INPUT-YES THEN
                       MOVE SPACE TO ASR-IN-RCD
                       MOVE "A" TO ASR-IN-ACTION
                       MOVE WS-MNT-CODE TO ASR-IN-CONTRACT-CODE
                       MOVE SPACE TO WS-MNT-BRANCH
                       PERFORM 0276-PROMPT-FIELDS-BEGIN
                          THRU 0276-PROMPT-FIELDS-END
                       PERFORM 0278-CONFIRM-DELTA-BEGIN
                          THRU 0278-CONFIRM-DELTA-END
                   END-IF
               ELSE
                   PERFORM 0274-SHOW-CONTRACT-BEGIN
                      THRU 0274-SHOW-CONTRACT-END
                   DISPLAY "Action (C = change, X = cancel, "
                       "blank = none) : " WITH NO ADVANCING
                   MOVE SPACE TO WS-MNT-ACTION
                   ACCEPT WS-MNT-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-MNT-ACTION)
                       TO WS-MNT-ACTION
                   EVALUATE WS-MNT-ACTION
                       WHEN "C"
                           PERFORM 0275-MASTER-TO-DELTA-BEGIN
                              THRU 0275-MASTER-TO-DELTA-END
                           PERFORM 0276-PROMPT-FIELDS-BEGIN
                              THRU 0276-PROMPT-FIELDS-END
                           PERFORM 0278-CONFIRM-DELTA-BEGIN
                              THRU 0278-CONFIRM-DELTA-END
                       WHEN "X"
                           PERFORM 0275-MASTER-TO-DELTA-BEGIN
                              THRU 0275-MASTER-TO-DELTA-END
                           MOVE "CANCELED" TO ASR-IN-CONTRACT-STATUS
                           PERFORM 0278-CONFIRM-DELTA-BEGIN
                              THRU 0278-CONFIRM-DELTA-END
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       0272-MAINTAIN-ONE-CONTRACT-END.

       0274-SHOW-CONTRACT-BEGIN.
           DISPLAY "Contract   : " WS-ASR-CONTRACT-CODE(WS-MNT-IDX)
               "  " WS-ASR-CONTRACT-NAME(WS-MNT-IDX).
           DISPLAY "Product    : " WS-ASR-PRODUCT-NAME(WS-MNT-IDX).
           DISPLAY "Client     : " WS-ASR-CLIENT-NAME(WS-MNT-IDX)
               " ID " WS-ASR-CLIENT-ID(WS-MNT-IDX).
           DISPLAY "Status     : " WS-ASR-CONTRACT-STATUS(WS-MNT-IDX).
           MOVE WS-ASR-START-DAY(WS-MNT-IDX) TO WS-OUT-DAY.
           MOVE WS-ASR-START-MONTH(WS-MNT-IDX) TO WS-OUT-MONTH.
           MOVE WS-ASR-START-YEAR(WS-MNT-IDX) TO WS-OUT-YEAR.
           DISPLAY "Start date : " WS-DATE-OUTPUT.
           MOVE WS-ASR-END-DAY(WS-MNT-IDX) TO WS-OUT-DAY.
           MOVE WS-ASR-END-MONTH(WS-MNT-IDX) TO WS-OUT-MONTH.
           MOVE WS-ASR-END-YEAR(WS-MNT-IDX) TO WS-OUT-YEAR.
           DISPLAY "End date   : " WS-DATE-OUTPUT.
           MOVE WS-ASR-AMOUNT(WS-MNT-IDX) TO WS-MNT-AMOUNT-EDIT.
           DISPLAY "Premium    : " WS-MNT-AMOUNT-EDIT " "
               WS-ASR-CURRENCY(WS-MNT-IDX).
           DISPLAY "Branch     : " WS-ASR-BRANCH(WS-MNT-IDX).

           MOVE 0 TO WS-MNT-LIST-COUNT.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-TBL-SIZE
               IF WS-PAY-CONTRACT-CODE(WS-PAY-IDX) = WS-MNT-CODE THEN
                   ADD 1 TO WS-MNT-LIST-COUNT
                   MOVE WS-PAY-DATE(WS-PAY-IDX)(7:2) TO WS-OUT-DAY
                   MOVE WS-PAY-DATE(WS-PAY-IDX)(5:2) TO WS-OUT-MONTH
                   MOVE WS-PAY-DATE(WS-PAY-IDX)(1:4) TO WS-OUT-YEAR
                   MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-MNT-AMOUNT-EDIT
                   DISPLAY "Payment    : " WS-DATE-OUTPUT " "
                       WS-MNT-AMOUNT-EDIT " "
                       WS-PAY-CURRENCY(WS-PAY-IDX)
               END-IF
           END-PERFORM.
           IF WS-MNT-LIST-COUNT = 0 THEN
               DISPLAY "Payment    : none on file"
           END-IF.

           MOVE 0 TO WS-MNT-LIST-COUNT.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
               UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-CONTRACT-CODE(WS-CLM-IDX) = WS-MNT-CODE THEN
                   ADD 1 TO WS-MNT-LIST-COUNT
                   MOVE WS-CLM-DATE(WS-CLM-IDX)(7:2) TO WS-OUT-DAY
                   MOVE WS-CLM-DATE(WS-CLM-IDX)(5:2) TO WS-OUT-MONTH
                   MOVE WS-CLM-DATE(WS-CLM-IDX)(1:4) TO WS-OUT-YEAR
                   MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-MNT-AMOUNT-EDIT
                   DISPLAY "Claim      : " WS-DATE-OUTPUT " "
                       WS-MNT-AMOUNT-EDIT " "
                       WS-CLM-STATUS(WS-CLM-IDX)
               END-IF
           END-PERFORM.
           IF WS-MNT-LIST-COUNT = 0 THEN
               DISPLAY "Claim      : none on file"
           END-IF.
       0274-SHOW-CONTRACT-END.

       0275-MASTER-TO-DELTA-BEGIN.
           MOVE SPACE TO ASR-IN-RCD.
           MOVE "C" TO ASR-IN-ACTION.
           MOVE WS-ASR-CONTRACT-CODE(WS-MNT-IDX)
               TO ASR-IN-CONTRACT-CODE.
           MOVE WS-ASR-CONTRACT-NAME(WS-MNT-IDX)
               TO ASR-IN-CONTRACT-NAME.
           MOVE WS-ASR-PRODUCT-NAME(WS-MNT-IDX)
               TO ASR-IN-PRODUCT-NAME.
           MOVE WS-ASR-CLIENT-NAME(WS-MNT-IDX)
               TO ASR-IN-CLIENT-NAME.
           MOVE WS-ASR-CONTRACT-STATUS(WS-MNT-IDX)
               TO ASR-IN-CONTRACT-STATUS.
           MOVE WS-ASR-START-DATE(WS-MNT-IDX) TO ASR-IN-START-DATE.
           MOVE WS-ASR-END-DATE(WS-MNT-IDX) TO ASR-IN-END-DATE.
           MOVE WS-ASR-AMOUNT(WS-MNT-IDX) TO WS-MNT-PREMIUM-EDIT.
           MOVE WS-MNT-PREMIUM-EDIT TO ASR-IN-AMOUNT.
           MOVE WS-ASR-CURRENCY(WS-MNT-IDX) TO ASR-IN-CURRENCY.
       0275-MASTER-TO-DELTA-END.

       0276-PROMPT-FIELDS-BEGIN.
           IF ASR-IN-ACTION = "C" THEN
               DISPLAY "Press Enter to keep the value shown in "
                   "brackets"
           END-IF.
           DISPLAY "Contract name [" ASR-IN-CONTRACT-NAME "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE WS-MNT-ANSWER TO ASR-IN-CONTRACT-NAME
           END-IF.
           DISPLAY "Product name [" ASR-IN-PRODUCT-NAME "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE WS-MNT-ANSWER TO ASR-IN-PRODUCT-NAME
           END-IF.
           DISPLAY "Client name [" ASR-IN-CLIENT-NAME "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE WS-MNT-ANSWER TO ASR-IN-CLIENT-NAME
           END-IF.
           DISPLAY "Contract status [" ASR-IN-CONTRACT-STATUS "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(WS-MNT-ANSWER)
                   TO ASR-IN-CONTRACT-STATUS
           END-IF.
           DISPLAY "Start date (YYYYMMDD) [" ASR-IN-START-DATE "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE WS-MNT-ANSWER TO ASR-IN-START-DATE
           END-IF.
           DISPLAY "End date (YYYYMMDD) [" ASR-IN-END-DATE "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE WS-MNT-ANSWER TO ASR-IN-END-DATE
           END-IF.
           DISPLAY "Amount (format NNNNNN,NN) [" ASR-IN-AMOUNT "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE WS-MNT-ANSWER TO ASR-IN-AMOUNT
           END-IF.
           DISPLAY "Currency [" ASR-IN-CURRENCY "] : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-MNT-ANSWER.
           ACCEPT WS-MNT-ANSWER.
           IF WS-MNT-ANSWER NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(WS-MNT-ANSWER)
                   TO ASR-IN-CURRENCY
           END-IF.
           IF ASR-IN-ACTION = "A" THEN
               DISPLAY "Branch code : " WITH NO ADVANCING
               MOVE SPACE TO WS-MNT-ANSWER
               ACCEPT WS-MNT-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-MNT-ANSWER)
                   TO WS-MNT-BRANCH
           END-IF.
       0276-PROMPT-FIELDS-END.

       0277-CHECK-BRANCH-BEGIN.
           SET WS-MNT-BRANCH-UNKNOWN TO TRUE.
           IF WS-BRANCH-TBL-SIZE = 0 THEN
               IF WS-MNT-BRANCH = SPACE THEN
                   SET WS-MNT-BRANCH-KNOWN TO TRUE
               END-IF
               PERFORM VARYING WS-MNT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-MNT-SCAN-IDX > WS-TBL-SIZE
                   IF WS-ASR-BRANCH(WS-MNT-SCAN-IDX) = WS-MNT-BRANCH
                       THEN
                       SET WS-MNT-BRANCH-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-TBL-SIZE
                   IF WS-BRANCH-CODE(WS-BRANCH-IDX) = WS-MNT-BRANCH
                       AND WS-MNT-BRANCH NOT = SPACE THEN
                       SET WS-MNT-BRANCH-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       0277-CHECK-BRANCH-END.

       0278-CONFIRM-DELTA-BEGIN.
           PERFORM 0150-VALIDATE-RECORD-BEGIN
              THRU 0150-VALIDATE-RECORD-END.
           IF WS-VALID-RECORD AND ASR-IN-ACTION = "C" THEN
               MOVE WS-MNT-IDX TO WS-DELTA-MATCH-IDX
               PERFORM 0112-CHECK-STATUS-MOVE-BEGIN
                  THRU 0112-CHECK-STATUS-MOVE-END
               IF WS-LIFE-MOVE-BAD THEN
                   SET WS-INVALID-RECORD TO TRUE
               END-IF
           END-IF.
           IF WS-VALID-RECORD AND ASR-IN-ACTION = "A" THEN
               PERFORM 0277-CHECK-BRANCH-BEGIN
                  THRU 0277-CHECK-BRANCH-END
               IF WS-MNT-BRANCH-UNKNOWN THEN
                   MOVE "unknown branch" TO WS-REJECT-REASON
                   SET WS-INVALID-RECORD TO TRUE
               END-IF
           END-IF.
           IF WS-INVALID-RECORD THEN
               DISPLAY "Not accepted (" WS-REJECT-REASON
                   ") - no transaction queued"
           ELSE
               IF WS-APQ-NOT-LOADED THEN
                   DISPLAY "Warning : approval queue not available - "
                       "transaction for contract " ASR-IN-CONTRACT-CODE
                       " not queued"
               ELSE
                   DISPLAY "Transaction : " ASR-IN-RCD
                   IF ASR-IN-ACTION = "A" THEN
                       MOVE WS-MNT-BRANCH TO WS-APQ-NEW-BRANCH
                   ELSE
                       MOVE WS-ASR-BRANCH(WS-MNT-IDX)
                           TO WS-APQ-NEW-BRANCH
                   END-IF
                   DISPLAY "Branch      : " WS-APQ-NEW-BRANCH
                   DISPLAY "Queue this transaction for approval (Y/N)? "
                   ACCEPT WS-USER-INPUT
                   IF WS-USER-INPUT-YES THEN
                       MOVE "maintenance screen" TO WS-APQ-NEW-REASON
                       PERFORM 0186-QUEUE-CORRECTION-BEGIN
                          THRU 0186-QUEUE-CORRECTION-END
                   ELSE
                       DISPLAY "Ok, transaction discarded"
                   END-IF
               END-IF
           END-IF.
       0278-CONFIRM-DELTA-END.

       0300-WRITE-RCD-BEGIN.
           MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR) 
             TO WS-ASR-OUT-CONTRACT-CODE.
           END-PERFORM.
       0758-WRITE-UNMATCHED-PAYMENTS-END.

       0760-WRITE-DUNNING-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-DUN TO WS-USER-INPUT
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
           END-IF.
           IF WS-USER-INPUT-YES THEN
               PERFORM 0752-LOAD-PAYMENTS-BEGIN
                  THRU 0752-LOAD-PAYMENTS-END
               PERFORM 0762-LOAD-DUNNING-HISTORY-BEGIN
                  THRU 0762-LOAD-DUNNING-HISTORY-END

               ACCEPT WS-TODAY-DATE-FIELDS FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-NUMERIC-DATE =
                   WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100
                   + WS-TODAY-DAY
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC-DATE)

               MOVE 0 TO WS-DUN-LETTER-COUNT
               MOVE 0 TO WS-DUN-LAPSE-COUNT
               OPEN OUTPUT DUNNING-LETTER-OUTPUT
               OPEN EXTEND DUNNING-HISTORY-FILE
               IF WS-DUN-HIST-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT DUNNING-HISTORY-FILE
               END-IF
               PERFORM VARYING WS-RCD-NBR FROM 1 BY 1
                   UNTIL WS-RCD-NBR > WS-TBL-SIZE
                   IF WS-ASR-CONTRACT-STATUS(WS-RCD-NBR) = "ACTIVE"
                                                                THEN
                       PERFORM 0764-DUN-ONE-CONTRACT-BEGIN
                          THRU 0764-DUN-ONE-CONTRACT-END
                   END-IF
               END-PERFORM
               IF WS-DUN-LETTER-COUNT = 0 THEN
                   MOVE "No reminder letter due on this run"
                       TO DUN-LETTER-OUT-LINE
                   WRITE DUN-LETTER-OUT-LINE-RCD
               END-IF
               CLOSE DUNNING-HISTORY-FILE
               CLOSE DUNNING-LETTER-OUTPUT
               MOVE WS-DUN-FILE-NAME TO WS-ARCHIVE-NAME
               PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                  THRU 0068-ADD-ARCHIVE-INDEX-END
               ADD 1 TO WS-REPORTS-PRODUCED
               IF WS-DUN-LAPSE-COUNT > 0 THEN
                   DISPLAY "Warning : " WS-DUN-LAPSE-COUNT
                       " contract(s) unpaid after the final notice - "
                       "lapse transaction(s) written to "
                       FUNCTION TRIM(WS-LAPSE-FILE-NAME)
                       " for the next run"
                   PERFORM 0985-RAISE-WARNING-BEGIN
                      THRU 0985-RAISE-WARNING-END
               END-IF
               DISPLAY "End of processing - " WS-DUN-LETTER-COUNT
                   " reminder letter(s), " WS-DUN-LAPSE-COUNT
                   " lapse transaction(s)"
           ELSE
               DISPLAY "Ok, no dunning run done"
           END-IF.
       0760-WRITE-DUNNING-END.

       0762-LOAD-DUNNING-HISTORY-BEGIN.
           MOVE 0 TO WS-DUN-HIST-TBL-SIZE.
           MOVE 0 TO WS-DUN-HIST-ROWS-DROPPED.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DUNNING-HISTORY-FILE.
           IF WS-DUN-HIST-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ DUNNING-HISTORY-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0763-ADD-DUNNING-HISTORY-BEGIN
                              THRU 0763-ADD-DUNNING-HISTORY-END
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY-FILE
               IF WS-DUN-HIST-ROWS-DROPPED > 0 THEN
                   DISPLAY "Warning : dunning history table limit of "
                       WS-DUN-HIST-TBL-MAX-SIZE
                       " rows reached - " WS-DUN-HIST-ROWS-DROPPED
                       " entry(ies) ignored, letters may be repeated"
                   PERFORM 0985-RAISE-WARNING-BEGIN
                      THRU 0985-RAISE-WARNING-END
               END-IF
           END-IF.
       0762-LOAD-DUNNING-HISTORY-END.

       0763-ADD-DUNNING-HISTORY-BEGIN.
           IF WS-DUN-HIST-TBL-SIZE >= WS-DUN-HIST-TBL-MAX-SIZE THEN
               ADD 1 TO WS-DUN-HIST-ROWS-DROPPED
           ELSE
               ADD 1 TO WS-DUN-HIST-TBL-SIZE
               MOVE DUN-HIST-CONTRACT-CODE
                   TO WS-DUN-HIST-CODE(WS-DUN-HIST-TBL-SIZE)
               MOVE DUN-HIST-LEVEL
                   TO WS-DUN-HIST-LEVEL(WS-DUN-HIST-TBL-SIZE)
               MOVE DUN-HIST-DATE
                   TO WS-DUN-HIST-DATE(WS-DUN-HIST-TBL-SIZE)
           END-IF.
       0763-ADD-DUNNING-HISTORY-END.

       0764-DUN-ONE-CONTRACT-BEGIN.
           MOVE 0 TO WS-PAY-PAID-TOTAL.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-TBL-SIZE
               IF WS-PAY-CONTRACT-CODE(WS-PAY-IDX) =
                  WS-ASR-CONTRACT-CODE(WS-RCD-NBR) AND
                  WS-PAY-CURRENCY(WS-PAY-IDX) =
                  WS-ASR-CURRENCY(WS-RCD-NBR) THEN
                   ADD WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-PAY-PAID-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE WS-PAY-OUTSTANDING =
               WS-ASR-AMOUNT(WS-RCD-NBR) - WS-PAY-PAID-TOTAL.
           IF WS-PAY-OUTSTANDING > 0 THEN
               COMPUTE WS-START-NUMERIC-DATE =
                   WS-ASR-START-YEAR(WS-RCD-NBR) * 10000
                   + WS-ASR-START-MONTH(WS-RCD-NBR) * 100
                   + WS-ASR-START-DAY(WS-RCD-NBR)
               COMPUTE WS-START-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-START-NUMERIC-DATE)
               COMPUTE WS-PAY-AGE-DAYS =
                   WS-TODAY-JULIAN - WS-START-JULIAN
               EVALUATE TRUE
                   WHEN WS-PAY-AGE-DAYS <= 30
                       MOVE 0 TO WS-DUN-NEW-LEVEL
                   WHEN WS-PAY-AGE-DAYS <= 60
                       MOVE 1 TO WS-DUN-NEW-LEVEL
                   WHEN WS-PAY-AGE-DAYS <= 90
                       MOVE 2 TO WS-DUN-NEW-LEVEL
                   WHEN OTHER
                       MOVE 3 TO WS-DUN-NEW-LEVEL
               END-EVALUATE
               MOVE 0 TO WS-DUN-LAST-LEVEL
               MOVE 0 TO WS-DUN-FINAL-DATE
               PERFORM VARYING WS-DUN-HIST-IDX FROM 1 BY 1
                   UNTIL WS-DUN-HIST-IDX > WS-DUN-HIST-TBL-SIZE
                   IF WS-DUN-HIST-CODE(WS-DUN-HIST-IDX) =
                      WS-ASR-CONTRACT-CODE(WS-RCD-NBR) THEN
                       IF WS-DUN-HIST-LEVEL(WS-DUN-HIST-IDX) >
                          WS-DUN-LAST-LEVEL THEN
                           MOVE WS-DUN-HIST-LEVEL(WS-DUN-HIST-IDX)
                               TO WS-DUN-LAST-LEVEL
                       END-IF
                       IF WS-DUN-HIST-LEVEL(WS-DUN-HIST-IDX) =
                          WS-DUN-FINAL-LEVEL THEN
                           MOVE WS-DUN-HIST-DATE(WS-DUN-HIST-IDX)
                               TO WS-DUN-FINAL-DATE
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DUN-LAST-LEVEL >= WS-DUN-LAPSE-LEVEL
                       CONTINUE
                   WHEN WS-DUN-LAST-LEVEL = WS-DUN-FINAL-LEVEL
                       COMPUTE WS-DUN-WAIT-DAYS = WS-TODAY-JULIAN
                           - FUNCTION INTEGER-OF-DATE(WS-DUN-FINAL-DATE)
                       IF WS-DUN-WAIT-DAYS > WS-DUN-GRACE-DAYS THEN
                           PERFORM 0768-WRITE-LAPSE-DELTA-BEGIN
                              THRU 0768-WRITE-LAPSE-DELTA-END
                       END-IF
                   WHEN WS-DUN-NEW-LEVEL > WS-DUN-LAST-LEVEL
                       PERFORM 0766-WRITE-DUNNING-LETTER-BEGIN
                          THRU 0766-WRITE-DUNNING-LETTER-END
               END-EVALUATE
           END-IF.
       0764-DUN-ONE-CONTRACT-END.

       0766-WRITE-DUNNING-LETTER-BEGIN.
           ADD 1 TO WS-DUN-LETTER-COUNT.
           MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR) TO WS-DUN-OUT-CODE.
           MOVE WS-ASR-CLIENT-NAME(WS-RCD-NBR) TO WS-DUN-OUT-CLIENT.
           MOVE WS-DUN-OUT-HEAD-LINE TO DUN-LETTER-OUT-LINE.
           WRITE DUN-LETTER-OUT-LINE-RCD.
           MOVE WS-ASR-PRODUCT-NAME(WS-RCD-NBR) TO WS-DUN-OUT-PRODUCT.
           MOVE WS-ASR-START-DAY(WS-RCD-NBR) TO WS-OUT-DAY.
           MOVE WS-ASR-START-MONTH(WS-RCD-NBR) TO WS-OUT-MONTH.
           MOVE WS-ASR-START-YEAR(WS-RCD-NBR) TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-DUN-OUT-START.
           MOVE WS-DUN-OUT-POLICY-LINE TO DUN-LETTER-OUT-LINE.
           WRITE DUN-LETTER-OUT-LINE-RCD.
           MOVE WS-DUN-TEXT-TITLE(WS-DUN-NEW-LEVEL) TO WS-DUN-OUT-TITLE.
           MOVE WS-DUN-NEW-LEVEL TO WS-DUN-OUT-LEVEL.
           MOVE WS-TODAY-DAY TO WS-OUT-DAY.
           MOVE WS-TODAY-MONTH TO WS-OUT-MONTH.
           MOVE WS-TODAY-YEAR TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-DUN-OUT-DATE.
           MOVE WS-DUN-OUT-TITLE-LINE TO DUN-LETTER-OUT-LINE.
           WRITE DUN-LETTER-OUT-LINE-RCD.
           PERFORM VARYING WS-DUN-LINE-IDX FROM 1 BY 1
               UNTIL WS-DUN-LINE-IDX > 3
               MOVE WS-DUN-TEXT-LINE(WS-DUN-NEW-LEVEL, WS-DUN-LINE-IDX)
                   TO DUN-LETTER-OUT-LINE
               WRITE DUN-LETTER-OUT-LINE-RCD
           END-PERFORM.
           MOVE WS-PAY-OUTSTANDING TO WS-DUN-OUT-AMOUNT.
           MOVE WS-ASR-CURRENCY(WS-RCD-NBR) TO WS-DUN-OUT-CURRENCY.
           MOVE WS-DUN-OUT-AMOUNT-LINE TO DUN-LETTER-OUT-LINE.
           WRITE DUN-LETTER-OUT-LINE-RCD.
           MOVE ALL "-" TO DUN-LETTER-OUT-LINE.
           WRITE DUN-LETTER-OUT-LINE-RCD.
           PERFORM 0767-WRITE-DUNNING-HISTORY-BEGIN
              THRU 0767-WRITE-DUNNING-HISTORY-END.
       0766-WRITE-DUNNING-LETTER-END.

       0767-WRITE-DUNNING-HISTORY-BEGIN.
           MOVE SPACE TO DUN-HIST-RCD.
           MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
               TO DUN-HIST-CONTRACT-CODE.
           MOVE WS-DUN-NEW-LEVEL TO DUN-HIST-LEVEL.
           MOVE WS-TODAY-NUMERIC-DATE TO DUN-HIST-DATE.
           MOVE WS-PAY-OUTSTANDING TO DUN-HIST-OUTSTANDING.
           MOVE WS-ASR-CURRENCY(WS-RCD-NBR) TO DUN-HIST-CURRENCY.
           MOVE WS-OPERATOR-ID TO DUN-HIST-OPERATOR.
           PERFORM 0763-ADD-DUNNING-HISTORY-BEGIN
              THRU 0763-ADD-DUNNING-HISTORY-END.
           WRITE DUN-HIST-RCD.
       0767-WRITE-DUNNING-HISTORY-END.

       0768-WRITE-LAPSE-DELTA-BEGIN.
           IF WS-LAPSE-TBL-SIZE >= WS-LAPSE-TBL-MAX-SIZE THEN
               DISPLAY "Warning : lapse transaction limit of "
                   WS-LAPSE-TBL-MAX-SIZE " reached - lapse for "
                   "contract " WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                   " not written"
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           ELSE
               PERFORM 0769-LAPSE-ONE-CONTRACT-BEGIN
                  THRU 0769-LAPSE-ONE-CONTRACT-END
           END-IF.
       0768-WRITE-LAPSE-DELTA-END.

       0769-LAPSE-ONE-CONTRACT-BEGIN.
           ADD 1 TO WS-DUN-LAPSE-COUNT.
           MOVE SPACE TO ASR-IN-RCD.
           MOVE "C" TO ASR-IN-ACTION.
           MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
               TO ASR-IN-CONTRACT-CODE.
           MOVE WS-ASR-CONTRACT-NAME(WS-RCD-NBR)
               TO ASR-IN-CONTRACT-NAME.
           MOVE WS-ASR-PRODUCT-NAME(WS-RCD-NBR)
               TO ASR-IN-PRODUCT-NAME.
           MOVE WS-ASR-CLIENT-NAME(WS-RCD-NBR)
               TO ASR-IN-CLIENT-NAME.
           MOVE "CANCELED" TO ASR-IN-CONTRACT-STATUS.
           MOVE WS-ASR-START-DATE(WS-RCD-NBR) TO ASR-IN-START-DATE.
           MOVE WS-ASR-END-DATE(WS-RCD-NBR) TO ASR-IN-END-DATE.
           MOVE WS-ASR-AMOUNT(WS-RCD-NBR) TO WS-DUN-AMOUNT-EDIT.
           MOVE WS-DUN-AMOUNT-EDIT TO ASR-IN-AMOUNT.
           MOVE WS-ASR-CURRENCY(WS-RCD-NBR) TO ASR-IN-CURRENCY.
           OPEN EXTEND LAPSE-DELTA-FILE.
           IF WS-LAPSE-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT LAPSE-DELTA-FILE
           END-IF.
           WRITE LAPSE-DELTA-RCD FROM ASR-IN-RCD.
           CLOSE LAPSE-DELTA-FILE.
           ADD 1 TO WS-LAPSE-TBL-SIZE.
           MOVE ASR-IN-RCD TO WS-LAPSE-ROW(WS-LAPSE-TBL-SIZE).
           MOVE WS-DUN-LAPSE-LEVEL TO WS-DUN-NEW-LEVEL.
           PERFORM 0767-WRITE-DUNNING-HISTORY-BEGIN
              THRU 0767-WRITE-DUNNING-HISTORY-END.
       0769-LAPSE-ONE-CONTRACT-END.

       0770-WRITE-EARNED-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-ERN TO WS-USER-INPUT
                   WRITE ASR-CHANGES-OUT-LINE-RCD
               END-IF
           END-IF.
       0785-CHECK-STATUS-CHANGE-END.

       0790-WRITE-INDEXATION-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-IDX TO WS-USER-INPUT
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
           END-IF.
           IF WS-USER-INPUT-YES THEN
               IF WS-BATCH-MODE-YES THEN
                   MOVE WS-BATCH-INDEX-DAYS TO WS-INDX-DAYS
               ELSE
                   DISPLAY "Enter the number of days to look ahead : "
                       WITH NO ADVANCING
                   ACCEPT WS-INDX-DAYS
               END-IF
               IF WS-INDX-TBL-SIZE = 0 THEN
                   DISPLAY "Warning : no INDEX control record found - "
                       "no product has an indexation rate"
               END-IF

               ACCEPT WS-TODAY-DATE-FIELDS FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-NUMERIC-DATE =
                   WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100
                   + WS-TODAY-DAY
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC-DATE)

               PERFORM 0792-LOAD-ENDT-KEYS-BEGIN
                  THRU 0792-LOAD-ENDT-KEYS-END
               MOVE 0 TO WS-INDX-WRITTEN-COUNT
               MOVE 0 TO WS-INDX-SKIPPED-COUNT
               OPEN OUTPUT INDEXATION-NOTICE-OUTPUT
               MOVE WS-HEADER-2-INDX TO INDX-OUT-LINE
               WRITE INDX-OUT-LINE-RCD
               OPEN EXTEND ENDORSEMENT-INPUT
               IF WS-ENDT-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT ENDORSEMENT-INPUT
               END-IF
               PERFORM VARYING WS-RCD-NBR FROM 1 BY 1
                   UNTIL WS-RCD-NBR > WS-TBL-SIZE
                   IF WS-ASR-CONTRACT-STATUS(WS-RCD-NBR) = "ACTIVE"
                                                                THEN
                       PERFORM 0794-INDEX-ONE-CONTRACT-BEGIN
                          THRU 0794-INDEX-ONE-CONTRACT-END
                   END-IF
               END-PERFORM
               CLOSE ENDORSEMENT-INPUT
               IF WS-INDX-WRITTEN-COUNT = 0 THEN
                   MOVE "No anniversary falls in the window"
                       TO INDX-OUT-LINE
                   WRITE INDX-OUT-LINE-RCD
               END-IF
               CLOSE INDEXATION-NOTICE-OUTPUT
               MOVE WS-INDX-FILE-NAME TO WS-ARCHIVE-NAME
               PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                  THRU 0068-ADD-ARCHIVE-INDEX-END
               ADD 1 TO WS-REPORTS-PRODUCED
               IF WS-INDX-SKIPPED-COUNT > 0 THEN
                   DISPLAY "Ok, " WS-INDX-SKIPPED-COUNT
                       " contract(s) already have an endorsement at "
                       "their anniversary - not indexed again"
               END-IF
               DISPLAY "End of processing - " WS-INDX-WRITTEN-COUNT
                   " indexation endorsement(s) added to "
                   "assur-avenants.dat for the next run"
           ELSE
               DISPLAY "Ok, no anniversary indexation run done"
           END-IF.
       0790-WRITE-INDEXATION-END.

       0792-LOAD-ENDT-KEYS-BEGIN.
           MOVE 0 TO WS-INDX-ENDT-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ENDORSEMENT-INPUT.
           IF WS-ENDT-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ ENDORSEMENT-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-INDX-ENDT-TBL-SIZE <
                              WS-INDX-ENDT-TBL-MAX-SIZE THEN
                               ADD 1 TO WS-INDX-ENDT-TBL-SIZE
                               MOVE ENDT-IN-CONTRACT-CODE
                                   TO WS-INDX-ENDT-CODE
                                      (WS-INDX-ENDT-TBL-SIZE)
                               MOVE ENDT-IN-EFF-DATE
                                   TO WS-INDX-ENDT-DATE
                                      (WS-INDX-ENDT-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDORSEMENT-INPUT
           END-IF.
       0792-LOAD-ENDT-KEYS-END.

       0794-INDEX-ONE-CONTRACT-BEGIN.
           MOVE 0 TO WS-INDX-MATCH-IDX.
           PERFORM VARYING WS-INDX-IDX FROM 1 BY 1
               UNTIL WS-INDX-IDX > WS-INDX-TBL-SIZE
               IF WS-INDX-PRODUCT(WS-INDX-IDX) =
                  WS-ASR-PRODUCT-NAME(WS-RCD-NBR) THEN
                   MOVE WS-INDX-IDX TO WS-INDX-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-INDX-MATCH-IDX NOT = 0 THEN
               MOVE WS-TODAY-YEAR TO WS-VAL-YEAR
               PERFORM 0796-SET-ANNIVERSARY-BEGIN
                  THRU 0796-SET-ANNIVERSARY-END
               IF WS-INDX-ANNIV-DATE < WS-TODAY-NUMERIC-DATE THEN
                   COMPUTE WS-VAL-YEAR = WS-TODAY-YEAR + 1
                   PERFORM 0796-SET-ANNIVERSARY-BEGIN
                      THRU 0796-SET-ANNIVERSARY-END
               END-IF
               COMPUTE WS-INDX-DAYS-AHEAD =
                   FUNCTION INTEGER-OF-DATE(WS-INDX-ANNIV-DATE)
                   - WS-TODAY-JULIAN
               COMPUTE WS-END-NUMERIC-DATE =
                   WS-ASR-END-YEAR(WS-RCD-NBR) * 10000
                   + WS-ASR-END-MONTH(WS-RCD-NBR) * 100
                   + WS-ASR-END-DAY(WS-RCD-NBR)
               IF WS-INDX-DAYS-AHEAD <= WS-INDX-DAYS
                  AND WS-VAL-YEAR > WS-ASR-START-YEAR(WS-RCD-NBR)
                  AND WS-INDX-ANNIV-DATE <= WS-END-NUMERIC-DATE THEN
                   SET WS-INDX-ENDT-NOT-FOUND TO TRUE
                   PERFORM VARYING WS-INDX-ENDT-IDX FROM 1 BY 1
                       UNTIL WS-INDX-ENDT-IDX > WS-INDX-ENDT-TBL-SIZE
                       IF WS-INDX-ENDT-CODE(WS-INDX-ENDT-IDX) =
                          WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                          AND WS-INDX-ENDT-DATE(WS-INDX-ENDT-IDX) =
                          WS-INDX-ANNIV-DATE THEN
                           SET WS-INDX-ENDT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-INDX-ENDT-FOUND THEN
                       ADD 1 TO WS-INDX-SKIPPED-COUNT
                   ELSE
                       PERFORM 0798-WRITE-INDEX-ENDT-BEGIN
                          THRU 0798-WRITE-INDEX-ENDT-END
                   END-IF
               END-IF
           END-IF.
       0794-INDEX-ONE-CONTRACT-END.

       0796-SET-ANNIVERSARY-BEGIN.
           MOVE WS-ASR-START-MONTH(WS-RCD-NBR) TO WS-VAL-MONTH.
           MOVE WS-ASR-START-DAY(WS-RCD-NBR) TO WS-VAL-DAY.
           PERFORM 0160-VALIDATE-DATE-BEGIN
              THRU 0160-VALIDATE-DATE-END.
           IF WS-VAL-DATE-BAD THEN
               MOVE WS-VAL-MAX-DAY TO WS-VAL-DAY
           END-IF.
           COMPUTE WS-INDX-ANNIV-DATE =
               WS-VAL-YEAR * 10000 + WS-VAL-MONTH * 100 + WS-VAL-DAY.
       0796-SET-ANNIVERSARY-END.

       0798-WRITE-INDEX-ENDT-BEGIN.
           COMPUTE WS-INDX-NEW-AMOUNT ROUNDED =
               WS-ASR-AMOUNT(WS-RCD-NBR)
               * (100 + WS-INDX-RATE(WS-INDX-MATCH-IDX)) / 100.
           IF WS-INDX-NEW-AMOUNT > 999999,99 THEN
               DISPLAY "Warning : indexed premium for contract "
                   WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                   " exceeds the premium field - not indexed"
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           ELSE
               ADD 1 TO WS-INDX-WRITTEN-COUNT
               MOVE SPACE TO ENDT-IN-RCD
               MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                   TO ENDT-IN-CONTRACT-CODE
               MOVE WS-INDX-ANNIV-DATE TO ENDT-IN-EFF-DATE
               MOVE WS-INDX-NEW-AMOUNT TO WS-INDX-AMOUNT-EDIT
               MOVE WS-INDX-AMOUNT-EDIT TO ENDT-IN-AMOUNT
               MOVE "N" TO ENDT-IN-CANCEL-FLAG
               WRITE ENDT-IN-RCD

               MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                   TO WS-INDX-OUT-CODE
               MOVE WS-ASR-CLIENT-NAME(WS-RCD-NBR)
                   TO WS-INDX-OUT-CLIENT
               MOVE WS-ASR-PRODUCT-NAME(WS-RCD-NBR)
                   TO WS-INDX-OUT-PRODUCT
               MOVE WS-ASR-BRANCH(WS-RCD-NBR) TO WS-INDX-OUT-BRANCH
               MOVE WS-VAL-DAY TO WS-OUT-DAY
               MOVE WS-VAL-MONTH TO WS-OUT-MONTH
               MOVE WS-VAL-YEAR TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT TO WS-INDX-OUT-ANNIV
               MOVE WS-ASR-AMOUNT(WS-RCD-NBR) TO WS-INDX-OUT-OLD
               MOVE WS-INDX-NEW-AMOUNT TO WS-INDX-OUT-NEW
               MOVE WS-INDX-RATE(WS-INDX-MATCH-IDX)
                   TO WS-INDX-OUT-RATE
               MOVE WS-ASR-CURRENCY(WS-RCD-NBR)
                   TO WS-INDX-OUT-CURRENCY
               MOVE WS-INDX-OUT-LINE TO INDX-OUT-LINE
               WRITE INDX-OUT-LINE-RCD
           END-IF.
       0798-WRITE-INDEX-ENDT-END.

       0800-WRITE-SUMMARY-BEGIN.
           IF WS-BATCH-MODE-YES THEN
                       TO WS-GL-OUT-CURRENCY
                   MOVE "D" TO WS-GL-OUT-INDICATOR
                   MOVE WS-GL-AMOUNT(WS-GL-IDX) TO WS-GL-OUT-AMOUNT
                   MOVE SPACE TO WS-GL-OUT-ACCOUNT
                   IF WS-PROD-LOADED THEN
                       MOVE WS-GL-PRODUCT-NAME(WS-GL-IDX)
                           TO WS-PROD-LOOKUP-NAME
                       PERFORM 0078-FIND-PRODUCT-BEGIN
                          THRU 0078-FIND-PRODUCT-END
                       IF WS-PROD-IDX NOT = 0 THEN
                           MOVE WS-PROD-GL-ACCOUNT(WS-PROD-IDX)
                               TO WS-GL-OUT-ACCOUNT
                       END-IF
                   END-IF
                   MOVE WS-GL-OUT-LINE TO GL-OUT-LINE
                   WRITE GL-OUT-LINE-RCD
               END-PERFORM
                   "cession bordereau skipped"
           ELSE
               IF WS-BATCH-MODE-YES THEN
                   MOVE WS-BATCH-OPT-CESS TO WS-USER-INPUT
               ELSE
                   SET WS-USER-INPUT-YES TO TRUE
               END-IF
               IF WS-USER-INPUT-YES THEN
                   MOVE 0 TO WS-CESS-TBL-SIZE
                   MOVE 0 TO WS-CESS-RCD-COUNT
                   OPEN OUTPUT ASSURANCE-CESSION-OUTPUT
                   MOVE WS-HEADER-2-CESS TO ASR-CESS-OUT-LINE
                   WRITE ASR-CESS-OUT-LINE-RCD
                   PERFORM VARYING WS-RCD-NBR FROM 1 BY 1
                       UNTIL WS-RCD-NBR > WS-TBL-SIZE
                       PERFORM 0912-WRITE-ONE-CESSION-BEGIN
                          THRU 0912-WRITE-ONE-CESSION-END
                   END-PERFORM
                   PERFORM VARYING WS-CESS-IDX FROM 1 BY 1
                       UNTIL WS-CESS-IDX > WS-CESS-TBL-SIZE
                       MOVE WS-CESS-CUR-CODE(WS-CESS-IDX)
                           TO WS-CESS-TOTAL-OUT-CUR
                       MOVE WS-CESS-CEDED-TOTAL(WS-CESS-IDX)
                           TO WS-CESS-TOTAL-OUT-AMOUNT
                       MOVE WS-CESS-TOTAL-OUT-LINE TO ASR-CESS-OUT-LINE
                       WRITE ASR-CESS-OUT-LINE-RCD
                   END-PERFORM
                   CLOSE ASSURANCE-CESSION-OUTPUT
                   MOVE WS-CESS-FILE-NAME TO WS-ARCHIVE-NAME
                   PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                      THRU 0068-ADD-ARCHIVE-INDEX-END
                   ADD 1 TO WS-REPORTS-PRODUCED
                   DISPLAY "End of processing - " WS-CESS-RCD-COUNT
                       " ceded contract(s) exported to the cession "
                       "bordereau"
               ELSE
                   DISPLAY "Ok, no cession bordereau done"
               END-IF
           END-IF.
       0910-WRITE-CESSION-END.

       0912-WRITE-ONE-CESSION-BEGIN.
           MOVE 0 TO WS-TRT-RATE-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TRT-RATE-TBL-SIZE
               IF WS-TRT-PRODUCT(WS-IDX) =
                  WS-ASR-PRODUCT-NAME(WS-RCD-NBR) THEN
                   MOVE WS-IDX TO WS-TRT-RATE-IDX
               END-IF
           END-PERFORM.
           IF WS-ASR-CONTRACT-STATUS(WS-RCD-NBR) = "ACTIVE"
              AND WS-TRT-RATE-IDX NOT = 0 THEN
               COMPUTE WS-CESS-CEDED ROUNDED =
                   WS-ASR-AMOUNT(WS-RCD-NBR) *
                   WS-TRT-PCT(WS-TRT-RATE-IDX) / 100
               COMPUTE WS-CESS-RETAINED =
                   WS-ASR-AMOUNT(WS-RCD-NBR) - WS-CESS-CEDED
               IF WS-TRT-RETENTION(WS-TRT-RATE-IDX) > 0
                  AND WS-CESS-RETAINED >
                      WS-TRT-RETENTION(WS-TRT-RATE-IDX) THEN
                   MOVE WS-TRT-RETENTION(WS-TRT-RATE-IDX)
                       TO WS-CESS-RETAINED
                   COMPUTE WS-CESS-CEDED =
                       WS-ASR-AMOUNT(WS-RCD-NBR) - WS-CESS-RETAINED
               END-IF
               IF WS-CESS-CEDED > 0 THEN
                   ADD 1 TO WS-CESS-RCD-COUNT
                   MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                       TO WS-CESS-OUT-CODE
                   MOVE WS-ASR-PRODUCT-NAME(WS-RCD-NBR)
                       TO WS-CESS-OUT-PRODUCT
                   MOVE WS-ASR-AMOUNT(WS-RCD-NBR)
                       TO WS-CESS-OUT-AMOUNT
                   MOVE WS-CESS-CEDED TO WS-CESS-OUT-CEDED
                   MOVE WS-CESS-RETAINED TO WS-CESS-OUT-RETAINED
                   MOVE WS-ASR-CURRENCY(WS-RCD-NBR)
                       TO WS-CESS-OUT-CURRENCY
                   MOVE WS-CESS-OUT-LINE TO ASR-CESS-OUT-LINE
                   WRITE ASR-CESS-OUT-LINE-RCD
                   PERFORM 0914-ADD-CESSION-TOTAL-BEGIN
                      THRU 0914-ADD-CESSION-TOTAL-END
               END-IF
           END-IF.
       0912-WRITE-ONE-CESSION-END.

       0914-ADD-CESSION-TOTAL-BEGIN.
           MOVE 0 TO WS-CESS-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CESS-TBL-SIZE
               IF WS-CESS-CUR-CODE(WS-IDX) =
                  WS-ASR-CURRENCY(WS-RCD-NBR) THEN
                   MOVE WS-IDX TO WS-CESS-IDX
               END-IF
           END-PERFORM.
           IF WS-CESS-IDX = 0 THEN
               IF WS-CESS-TBL-SIZE >= WS-CESS-TBL-MAX-SIZE THEN
                   DISPLAY "Warning : cession currency table limit"
                       " reached - a currency total was dropped"
               ELSE
                   ADD 1 TO WS-CESS-TBL-SIZE
                   MOVE WS-CESS-TBL-SIZE TO WS-CESS-IDX
                   MOVE WS-ASR-CURRENCY(WS-RCD-NBR)
                       TO WS-CESS-CUR-CODE(WS-CESS-IDX)
                   MOVE 0 TO WS-CESS-CEDED-TOTAL(WS-CESS-IDX)
               END-IF
           END-IF.
           IF WS-CESS-IDX NOT = 0 THEN
               ADD WS-CESS-CEDED TO WS-CESS-CEDED-TOTAL(WS-CESS-IDX)
           END-IF.
       0914-ADD-CESSION-TOTAL-END.

       0920-WRITE-HISTORY-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-JRN TO WS-USER-INPUT
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
           END-IF.
           IF WS-USER-INPUT-YES THEN
               IF WS-BATCH-MODE-YES THEN
                   MOVE FUNCTION TRIM(WS-BATCH-SELECTOR)
                       TO WS-HIST-CODE-X
               ELSE
                   DISPLAY "Contract code for the change history : "
                       WITH NO ADVANCING
                   ACCEPT WS-HIST-CODE-X
               END-IF
               IF WS-HIST-CODE-X IS NOT NUMERIC THEN
                   DISPLAY "Warning : change history needs an 8-digit "
                       "contract code - history report skipped"
               ELSE
                   MOVE WS-HIST-CODE-X TO WS-HIST-CODE
                   MOVE 0 TO WS-HIST-COUNT
                   OPEN OUTPUT ASSURANCE-HISTORY-OUTPUT
                   MOVE WS-HIST-CODE TO WS-HDR-HIST-CODE
                   MOVE WS-HEADER-1-HIST TO ASR-HIST-OUT-LINE
                   WRITE ASR-HIST-OUT-LINE-RCD
                   MOVE WS-HEADER-2-HIST TO ASR-HIST-OUT-LINE
                   WRITE ASR-HIST-OUT-LINE-RCD
                   SET WS-EOF-FALSE TO TRUE
                   OPEN INPUT CHANGE-JOURNAL-FILE
                   IF WS-JOURNAL-FILE-STATUS = "00" THEN
                       PERFORM UNTIL WS-EOF-TRUE
                           READ CHANGE-JOURNAL-FILE
                               AT END
                                   SET WS-EOF-TRUE TO TRUE
                               NOT AT END
                                   MOVE JRN-RCD TO WS-JRN-ENTRY
                                   PERFORM 0922-WRITE-ONE-HISTORY-BEGIN
                                      THRU 0922-WRITE-ONE-HISTORY-END
                           END-READ
                       END-PERFORM
                       CLOSE CHANGE-JOURNAL-FILE
                   END-IF
                   SET WS-EOF-FALSE TO TRUE
                   OPEN INPUT JOURNAL-WORK-FILE
                   IF WS-JRN-WORK-FILE-STATUS = "00" THEN
                       PERFORM UNTIL WS-EOF-TRUE
                           READ JOURNAL-WORK-FILE
                               AT END
                                   SET WS-EOF-TRUE TO TRUE
                               NOT AT END
                                   MOVE JRN-WORK-RCD TO WS-JRN-ENTRY
                                   PERFORM 0922-WRITE-ONE-HISTORY-BEGIN
                                      THRU 0922-WRITE-ONE-HISTORY-END
                           END-READ
                       END-PERFORM
                       CLOSE JOURNAL-WORK-FILE
                   END-IF
                   IF WS-HIST-COUNT = 0 THEN
                       MOVE "No change recorded for this contract"
                           TO ASR-HIST-OUT-LINE
                       WRITE ASR-HIST-OUT-LINE-RCD
                   END-IF
                   CLOSE ASSURANCE-HISTORY-OUTPUT
                   MOVE WS-HISTORY-FILE-NAME TO WS-ARCHIVE-NAME
                   PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                      THRU 0068-ADD-ARCHIVE-INDEX-END
                   ADD 1 TO WS-REPORTS-PRODUCED
                   DISPLAY "End of processing - " WS-HIST-COUNT
                       " field change(s) exported for contract "
                       WS-HIST-CODE
               END-IF
           ELSE
               DISPLAY "Ok, no change history done"
           END-IF.
       0920-WRITE-HISTORY-END.

       0922-WRITE-ONE-HISTORY-BEGIN.
           IF WS-JRN-ENT-CODE = WS-HIST-CODE
              OR (WS-JRN-ENT-CODE = 0
                  AND WS-JRN-ENT-SOURCE = "RESTORE") THEN
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-JRN-ENT-DAY    TO WS-OUT-DAY
               MOVE WS-JRN-ENT-MONTH  TO WS-OUT-MONTH
               MOVE WS-JRN-ENT-YEAR   TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT    TO WS-HIST-OUT-DATE
               MOVE WS-JRN-ENT-HOUR   TO WS-HIST-OUT-TIME(1:2)
               MOVE ":"               TO WS-HIST-OUT-TIME(3:1)
               MOVE WS-JRN-ENT-MINUTE TO WS-HIST-OUT-TIME(4:2)
               MOVE ":"               TO WS-HIST-OUT-TIME(6:1)
               MOVE WS-JRN-ENT-SECOND TO WS-HIST-OUT-TIME(7:2)
               MOVE WS-JRN-ENT-FIELD  TO WS-HIST-OUT-FIELD
               MOVE WS-JRN-ENT-BEFORE TO WS-HIST-OUT-BEFORE
               MOVE WS-JRN-ENT-AFTER  TO WS-HIST-OUT-AFTER
               MOVE WS-JRN-ENT-SOURCE TO WS-HIST-OUT-SOURCE
               MOVE WS-JRN-ENT-BRANCH TO WS-HIST-OUT-BRANCH
               MOVE WS-JRN-ENT-OPERATOR TO WS-HIST-OUT-OPERATOR
               MOVE WS-JRN-ENT-APPROVER TO WS-HIST-OUT-APPROVER
               MOVE WS-HIST-OUT-LINE  TO ASR-HIST-OUT-LINE
               WRITE ASR-HIST-OUT-LINE-RCD
           END-IF.
       0922-WRITE-ONE-HISTORY-END.

       0923-WRITE-STATEMENTS-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-STM TO WS-USER-INPUT
               MOVE 0 TO WS-STM-PICK
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
               DISPLAY "Enter the client ID (0 for all clients) : "
                   WITH NO ADVANCING
               ACCEPT WS-STM-PICK
           END-IF.
           IF WS-USER-INPUT-YES THEN
               IF WS-CREF-NOT-LOADED THEN
                   DISPLAY "Warning : no client reference file loaded "
                       "- contracts carry no client ID"
               END-IF
               PERFORM 0752-LOAD-PAYMENTS-BEGIN
                  THRU 0752-LOAD-PAYMENTS-END
               PERFORM 0812-LOAD-CLAIMS-BEGIN
                  THRU 0812-LOAD-CLAIMS-END

               ACCEPT WS-TODAY-DATE-FIELDS FROM DATE YYYYMMDD
               MOVE WS-TODAY-DAY   TO WS-OUT-DAY
               MOVE WS-TODAY-MONTH TO WS-OUT-MONTH
               MOVE WS-TODAY-YEAR  TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT TO WS-STM-OUT-TODAY

               MOVE 0 TO WS-STM-CLIENT-COUNT
               MOVE 0 TO WS-STM-NO-ID-COUNT
               MOVE 1 TO WS-STM-FIRST
               SORT WS-ASR-RCD ASCENDING KEY
                   WS-ASR-CLIENT-ID WS-ASR-CONTRACT-CODE
               OPEN OUTPUT STATEMENT-OUTPUT
               PERFORM VARYING WS-RCD-NBR FROM 1 BY 1
                   UNTIL WS-RCD-NBR > WS-TBL-SIZE
                   PERFORM 0924-CHECK-STATEMENT-ROW-BEGIN
                      THRU 0924-CHECK-STATEMENT-ROW-END
               END-PERFORM
               IF WS-STM-CLIENT-COUNT = 0 THEN
                   MOVE "No client statement produced" TO STM-OUT-LINE
                   WRITE STM-OUT-LINE-RCD
               END-IF
               CLOSE STATEMENT-OUTPUT
               PERFORM 0167-SORT-BY-CODE-BEGIN
                  THRU 0167-SORT-BY-CODE-END
               MOVE WS-STM-FILE-NAME TO WS-ARCHIVE-NAME
               PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                  THRU 0068-ADD-ARCHIVE-INDEX-END
               ADD 1 TO WS-REPORTS-PRODUCED
               IF WS-STM-PICK = 0 AND WS-STM-NO-ID-COUNT > 0 THEN
                   DISPLAY "Ok, " WS-STM-NO-ID-COUNT
                       " contract(s) without a client ID - not on any "
                       "statement"
               END-IF
               IF WS-STM-PICK > 0 AND WS-STM-CLIENT-COUNT = 0 THEN
                   DISPLAY "Warning : no contract found for client ID "
                       WS-STM-PICK
               END-IF
               DISPLAY "End of processing - " WS-STM-CLIENT-COUNT
                   " client statement(s) written"
           ELSE
               DISPLAY "Ok, no client statements done"
           END-IF.
       0923-WRITE-STATEMENTS-END.

       0924-CHECK-STATEMENT-ROW-BEGIN.
           IF WS-ASR-CLIENT-ID(WS-RCD-NBR) = 0 THEN
               ADD 1 TO WS-STM-NO-ID-COUNT
           ELSE
               IF WS-RCD-NBR > 1 THEN
                   COMPUTE WS-STM-NEXT-IDX = WS-RCD-NBR - 1
                   IF WS-ASR-CLIENT-ID(WS-STM-NEXT-IDX) NOT =
                      WS-ASR-CLIENT-ID(WS-RCD-NBR) THEN
                       MOVE WS-RCD-NBR TO WS-STM-FIRST
                   END-IF
               END-IF
               SET WS-STM-GROUP-END TO TRUE
               IF WS-RCD-NBR < WS-TBL-SIZE THEN
                   COMPUTE WS-STM-NEXT-IDX = WS-RCD-NBR + 1
                   IF WS-ASR-CLIENT-ID(WS-STM-NEXT-IDX) =
                      WS-ASR-CLIENT-ID(WS-RCD-NBR) THEN
                       SET WS-STM-GROUP-OPEN TO TRUE
                   END-IF
               END-IF
               IF WS-STM-GROUP-END
                  AND (WS-STM-PICK = 0
                   OR WS-STM-PICK = WS-ASR-CLIENT-ID(WS-RCD-NBR)) THEN
                   MOVE WS-RCD-NBR TO WS-STM-LAST
                   PERFORM 0925-WRITE-ONE-STATEMENT-BEGIN
                      THRU 0925-WRITE-ONE-STATEMENT-END
               END-IF
           END-IF.
       0924-CHECK-STATEMENT-ROW-END.

       0925-WRITE-ONE-STATEMENT-BEGIN.
           ADD 1 TO WS-STM-CLIENT-COUNT.
           PERFORM 0197-FIND-CANONICAL-NAME-BEGIN
              THRU 0197-FIND-CANONICAL-NAME-END.
           MOVE WS-ASR-CLIENT-ID(WS-RCD-NBR) TO WS-STM-OUT-CLIENT-ID.
           MOVE WS-CREF-CANONICAL TO WS-STM-OUT-CLIENT-NAME.
           IF WS-STM-CLIENT-COUNT > 1 THEN
               MOVE SPACE TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-HEADER-1-STM TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.

           MOVE SPACE TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE "Contracts" TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE WS-HEADER-2-STM-CTR TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE 0 TO WS-STM-BAL-TBL-SIZE.
           PERFORM VARYING WS-STM-IDX FROM WS-STM-FIRST BY 1
               UNTIL WS-STM-IDX > WS-STM-LAST
               PERFORM 0926-STATEMENT-CONTRACT-BEGIN
                  THRU 0926-STATEMENT-CONTRACT-END
           END-PERFORM.

           MOVE SPACE TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE "Payments received" TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE WS-HEADER-2-STM-PAY TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE 0 TO WS-STM-LINE-COUNT.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-TBL-SIZE
               PERFORM 0927-STATEMENT-PAYMENT-BEGIN
                  THRU 0927-STATEMENT-PAYMENT-END
           END-PERFORM.
           IF WS-STM-LINE-COUNT = 0 THEN
               MOVE "No payment received" TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD
           END-IF.

           MOVE SPACE TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE "Outstanding balance by currency" TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           PERFORM VARYING WS-STM-BAL-IDX FROM 1 BY 1
               UNTIL WS-STM-BAL-IDX > WS-STM-BAL-TBL-SIZE
               MOVE WS-STM-BAL-CUR(WS-STM-BAL-IDX)
                   TO WS-STM-BAL-OUT-CUR
               MOVE WS-STM-BAL-AMOUNT(WS-STM-BAL-IDX)
                   TO WS-STM-BAL-OUT-AMOUNT
               MOVE WS-STM-BAL-LINE TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD
           END-PERFORM.
           IF WS-STM-BAL-TBL-SIZE = 0 THEN
               MOVE "Nothing outstanding" TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD
           END-IF.

           MOVE SPACE TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE "Claims reported" TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE WS-HEADER-2-STM-CLM TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.
           MOVE 0 TO WS-STM-LINE-COUNT.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
               UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               PERFORM 0928-STATEMENT-CLAIM-BEGIN
                  THRU 0928-STATEMENT-CLAIM-END
           END-PERFORM.
           IF WS-STM-LINE-COUNT = 0 THEN
               MOVE "No claim reported" TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD
           END-IF.
       0925-WRITE-ONE-STATEMENT-END.

       0926-STATEMENT-CONTRACT-BEGIN.
           MOVE WS-ASR-CONTRACT-CODE(WS-STM-IDX) TO WS-STM-CTR-CODE.
           MOVE WS-ASR-PRODUCT-NAME(WS-STM-IDX) TO WS-STM-CTR-PRODUCT.
           MOVE WS-ASR-CONTRACT-STATUS(WS-STM-IDX)
               TO WS-STM-CTR-STATUS.
           MOVE WS-ASR-START-DAY(WS-STM-IDX)   TO WS-OUT-DAY.
           MOVE WS-ASR-START-MONTH(WS-STM-IDX) TO WS-OUT-MONTH.
           MOVE WS-ASR-START-YEAR(WS-STM-IDX)  TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-STM-CTR-START.
           MOVE WS-ASR-END-DAY(WS-STM-IDX)     TO WS-OUT-DAY.
           MOVE WS-ASR-END-MONTH(WS-STM-IDX)   TO WS-OUT-MONTH.
           MOVE WS-ASR-END-YEAR(WS-STM-IDX)    TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-STM-CTR-END.
           MOVE WS-ASR-AMOUNT(WS-STM-IDX) TO WS-STM-CTR-PREMIUM.
           MOVE WS-ASR-CURRENCY(WS-STM-IDX) TO WS-STM-CTR-CURRENCY.
           MOVE WS-STM-CTR-LINE TO STM-OUT-LINE.
           WRITE STM-OUT-LINE-RCD.

           MOVE 0 TO WS-STM-PAID.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-TBL-SIZE
               IF WS-PAY-CONTRACT-CODE(WS-PAY-IDX) =
                  WS-ASR-CONTRACT-CODE(WS-STM-IDX) AND
                  WS-PAY-CURRENCY(WS-PAY-IDX) =
                  WS-ASR-CURRENCY(WS-STM-IDX) THEN
                   ADD WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-STM-PAID
               END-IF
           END-PERFORM.
           COMPUTE WS-STM-OUTSTANDING =
               WS-ASR-AMOUNT(WS-STM-IDX) - WS-STM-PAID.
           IF WS-STM-OUTSTANDING > 0 THEN
               MOVE 0 TO WS-STM-BAL-MATCH-IDX
               PERFORM VARYING WS-STM-BAL-IDX FROM 1 BY 1
                   UNTIL WS-STM-BAL-IDX > WS-STM-BAL-TBL-SIZE
                   IF WS-STM-BAL-CUR(WS-STM-BAL-IDX) =
                      WS-ASR-CURRENCY(WS-STM-IDX) THEN
                       MOVE WS-STM-BAL-IDX TO WS-STM-BAL-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-STM-BAL-MATCH-IDX = 0 THEN
                   IF WS-STM-BAL-TBL-SIZE >= WS-STM-BAL-TBL-MAX-SIZE
                                                                THEN
                       DISPLAY "Warning : statement currency limit of "
                           WS-STM-BAL-TBL-MAX-SIZE " reached - "
                           "balance of contract "
                           WS-ASR-CONTRACT-CODE(WS-STM-IDX)
                           " not totalled"
                   ELSE
                       ADD 1 TO WS-STM-BAL-TBL-SIZE
                       MOVE WS-STM-BAL-TBL-SIZE TO WS-STM-BAL-MATCH-IDX
                       MOVE WS-ASR-CURRENCY(WS-STM-IDX)
                           TO WS-STM-BAL-CUR(WS-STM-BAL-MATCH-IDX)
                       MOVE 0 TO WS-STM-BAL-AMOUNT(WS-STM-BAL-MATCH-IDX)
                   END-IF
               END-IF
               IF WS-STM-BAL-MATCH-IDX NOT = 0 THEN
                   ADD WS-STM-OUTSTANDING
                       TO WS-STM-BAL-AMOUNT(WS-STM-BAL-MATCH-IDX)
               END-IF
           END-IF.
       0926-STATEMENT-CONTRACT-END.

       0927-STATEMENT-PAYMENT-BEGIN.
           SET WS-STM-NOT-OWNED TO TRUE.
           PERFORM VARYING WS-STM-IDX FROM WS-STM-FIRST BY 1
               UNTIL WS-STM-IDX > WS-STM-LAST
               IF WS-ASR-CONTRACT-CODE(WS-STM-IDX) =
                  WS-PAY-CONTRACT-CODE(WS-PAY-IDX) THEN
                   SET WS-STM-OWNED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-STM-OWNED THEN
               MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-STM-DATE-WORK
               MOVE WS-STM-DATE-WORK(7:2) TO WS-OUT-DAY
               MOVE WS-STM-DATE-WORK(5:2) TO WS-OUT-MONTH
               MOVE WS-STM-DATE-WORK(1:4) TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT TO WS-STM-PAY-DATE
               MOVE WS-PAY-CONTRACT-CODE(WS-PAY-IDX) TO WS-STM-PAY-CODE
               MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-STM-PAY-AMOUNT
               MOVE WS-PAY-CURRENCY(WS-PAY-IDX) TO WS-STM-PAY-CURRENCY
               MOVE WS-STM-PAY-LINE TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD
               ADD 1 TO WS-STM-LINE-COUNT
           END-IF.
       0927-STATEMENT-PAYMENT-END.

       0928-STATEMENT-CLAIM-BEGIN.
           SET WS-STM-NOT-OWNED TO TRUE.
           PERFORM VARYING WS-STM-IDX FROM WS-STM-FIRST BY 1
               UNTIL WS-STM-IDX > WS-STM-LAST
               IF WS-ASR-CONTRACT-CODE(WS-STM-IDX) =
                  WS-CLM-CONTRACT-CODE(WS-CLM-IDX) THEN
                   SET WS-STM-OWNED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-STM-OWNED THEN
               MOVE WS-CLM-DATE(WS-CLM-IDX) TO WS-STM-DATE-WORK
               MOVE WS-STM-DATE-WORK(7:2) TO WS-OUT-DAY
               MOVE WS-STM-DATE-WORK(5:2) TO WS-OUT-MONTH
               MOVE WS-STM-DATE-WORK(1:4) TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT TO WS-STM-CLM-DATE
               MOVE WS-CLM-CONTRACT-CODE(WS-CLM-IDX) TO WS-STM-CLM-CODE
               MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-STM-CLM-AMOUNT
               MOVE WS-CLM-STATUS(WS-CLM-IDX) TO WS-STM-CLM-STATUS
               MOVE WS-STM-CLM-LINE TO STM-OUT-LINE
               WRITE STM-OUT-LINE-RCD
               ADD 1 TO WS-STM-LINE-COUNT
           END-IF.
       0928-STATEMENT-CLAIM-END.

       0930-WRITE-AUTO-STATUS-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-AUTO TO WS-USER-INPUT
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
           END-IF.
           IF WS-USER-INPUT-YES THEN
               OPEN OUTPUT ASSURANCE-AUTO-OUTPUT
               MOVE WS-HEADER-2-AUTO TO ASR-AUTO-OUT-LINE
               WRITE ASR-AUTO-OUT-LINE-RCD
               PERFORM VARYING WS-AUTO-IDX FROM 1 BY 1
                   UNTIL WS-AUTO-IDX > WS-AUTO-TBL-SIZE
                   MOVE WS-AUTO-CODE(WS-AUTO-IDX) TO WS-AUTO-OUT-CODE
                   MOVE WS-AUTO-BRANCH(WS-AUTO-IDX)
                       TO WS-AUTO-OUT-BRANCH
                   MOVE WS-AUTO-FROM(WS-AUTO-IDX) TO WS-AUTO-OUT-FROM
                   MOVE WS-AUTO-TO(WS-AUTO-IDX)   TO WS-AUTO-OUT-TO
                   MOVE WS-AUTO-REF-DATE(WS-AUTO-IDX)(7:2)
                       TO WS-OUT-DAY
                   MOVE WS-AUTO-REF-DATE(WS-AUTO-IDX)(5:2)
                       TO WS-OUT-MONTH
                   MOVE WS-AUTO-REF-DATE(WS-AUTO-IDX)(1:4)
                       TO WS-OUT-YEAR
                   MOVE WS-DATE-OUTPUT TO WS-AUTO-OUT-DATE
                   MOVE WS-AUTO-DAYS(WS-AUTO-IDX) TO WS-AUTO-OUT-DAYS
                   MOVE WS-AUTO-NOTE(WS-AUTO-IDX) TO WS-AUTO-OUT-NOTE
                   MOVE WS-AUTO-OUT-LINE TO ASR-AUTO-OUT-LINE
                   WRITE ASR-AUTO-OUT-LINE-RCD
               END-PERFORM
               IF WS-AUTO-TBL-SIZE = 0 THEN
                   MOVE "No automatic status transition on this run"
                       TO ASR-AUTO-OUT-LINE
                   WRITE ASR-AUTO-OUT-LINE-RCD
               END-IF
               CLOSE ASSURANCE-AUTO-OUTPUT
               MOVE WS-AUTO-FILE-NAME TO WS-ARCHIVE-NAME
               PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                  THRU 0068-ADD-ARCHIVE-INDEX-END
               ADD 1 TO WS-REPORTS-PRODUCED
               DISPLAY "End of processing - " WS-AUTO-TBL-SIZE
                   " automatic transition(s) exported"
           ELSE
               DISPLAY "Ok, no automatic status transitions report done"
           END-IF.
       0930-WRITE-AUTO-STATUS-END.

       0935-WRITE-CLAIM-SCREEN-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-SCR TO WS-USER-INPUT
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
           END-IF.
           IF WS-USER-INPUT-YES THEN
               PERFORM 0812-LOAD-CLAIMS-BEGIN
                  THRU 0812-LOAD-CLAIMS-END
               MOVE 0 TO WS-SCR-REFERRAL-COUNT
               OPEN OUTPUT CLAIM-SCREEN-OUTPUT
               MOVE WS-HEADER-2-SCR TO CLM-SCR-OUT-LINE
               WRITE CLM-SCR-OUT-LINE-RCD
               PERFORM VARYING WS-SCR-CLM-IDX FROM 1 BY 1
                   UNTIL WS-SCR-CLM-IDX > WS-CLM-TBL-SIZE
                   PERFORM 0936-SCREEN-ONE-CLAIM-BEGIN
                      THRU 0936-SCREEN-ONE-CLAIM-END
               END-PERFORM
               IF WS-SCR-REFERRAL-COUNT = 0 THEN
                   MOVE "No claim referred on this run"
                       TO CLM-SCR-OUT-LINE
                   WRITE CLM-SCR-OUT-LINE-RCD
               END-IF
               CLOSE CLAIM-SCREEN-OUTPUT
               MOVE WS-SCR-FILE-NAME TO WS-ARCHIVE-NAME
               PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
                  THRU 0068-ADD-ARCHIVE-INDEX-END
               ADD 1 TO WS-REPORTS-PRODUCED
               DISPLAY "End of processing - " WS-SCR-REFERRAL-COUNT
                   " claim referral(s) written for the claims team"
           ELSE
               DISPLAY "Ok, no suspicious-claim screening done"
           END-IF.
       0935-WRITE-CLAIM-SCREEN-END.

       0936-SCREEN-ONE-CLAIM-BEGIN.
           MOVE 0 TO WS-SCR-MATCH-IDX.
           PERFORM VARYING WS-SCR-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCR-SCAN-IDX > WS-TBL-SIZE
                  OR WS-SCR-MATCH-IDX NOT = 0
               IF WS-ASR-CONTRACT-CODE(WS-SCR-SCAN-IDX) =
                  WS-CLM-CONTRACT-CODE(WS-SCR-CLM-IDX) THEN
                   MOVE WS-SCR-SCAN-IDX TO WS-SCR-MATCH-IDX
               END-IF
           END-PERFORM.

           IF WS-SCR-MAX-CLAIMS > 0 THEN
               MOVE 0 TO WS-SCR-CLAIM-COUNT
               SET WS-SCR-FIRST-CLAIM TO TRUE
               PERFORM VARYING WS-SCR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCR-SCAN-IDX > WS-CLM-TBL-SIZE
                   IF WS-CLM-CONTRACT-CODE(WS-SCR-SCAN-IDX) =
                      WS-CLM-CONTRACT-CODE(WS-SCR-CLM-IDX) THEN
                       ADD 1 TO WS-SCR-CLAIM-COUNT
                       IF WS-SCR-SCAN-IDX < WS-SCR-CLM-IDX THEN
                           SET WS-SCR-LATER-CLAIM TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SCR-FIRST-CLAIM
                  AND WS-SCR-CLAIM-COUNT > WS-SCR-MAX-CLAIMS THEN
                   MOVE "COUNT" TO WS-SCR-RULE
                   MOVE WS-SCR-CLAIM-COUNT TO WS-SCR-NUM-EDIT
                   MOVE SPACE TO WS-SCR-DETAIL
                   STRING FUNCTION TRIM(WS-SCR-NUM-EDIT)
                          DELIMITED BY SIZE
                          " claims in the file for this contract"
                          DELIMITED BY SIZE
                       INTO WS-SCR-DETAIL
                   END-STRING
                   PERFORM 0938-WRITE-REFERRAL-BEGIN
                      THRU 0938-WRITE-REFERRAL-END
               END-IF
           END-IF.

           IF WS-SCR-MATCH-IDX NOT = 0
              AND WS-CLM-STATUS(WS-SCR-CLM-IDX) NOT = "DENIED" THEN
               COMPUTE WS-SCR-START-DATE =
                   WS-ASR-START-YEAR(WS-SCR-MATCH-IDX) * 10000
                   + WS-ASR-START-MONTH(WS-SCR-MATCH-IDX) * 100
                   + WS-ASR-START-DAY(WS-SCR-MATCH-IDX)
               COMPUTE WS-SCR-END-DATE =
                   WS-ASR-END-YEAR(WS-SCR-MATCH-IDX) * 10000
                   + WS-ASR-END-MONTH(WS-SCR-MATCH-IDX) * 100
                   + WS-ASR-END-DAY(WS-SCR-MATCH-IDX)

               IF WS-CLM-DATE(WS-SCR-CLM-IDX) < WS-SCR-START-DATE
                  OR WS-CLM-DATE(WS-SCR-CLM-IDX) > WS-SCR-END-DATE
                                                                THEN
                   MOVE "COVER" TO WS-SCR-RULE
                   MOVE "Claim dated outside the cover period"
                       TO WS-SCR-DETAIL
                   PERFORM 0938-WRITE-REFERRAL-BEGIN
                      THRU 0938-WRITE-REFERRAL-END
               END-IF

               IF WS-ASR-CONTRACT-STATUS(WS-SCR-MATCH-IDX) = "CANCELED"
                  OR WS-ASR-CONTRACT-STATUS(WS-SCR-MATCH-IDX) =
                     "PENDING" THEN
                   MOVE "STATUS" TO WS-SCR-RULE
                   MOVE SPACE TO WS-SCR-DETAIL
                   STRING "Claim on a " DELIMITED BY SIZE
                          WS-ASR-CONTRACT-STATUS(WS-SCR-MATCH-IDX)
                          DELIMITED BY SPACE
                          " contract" DELIMITED BY SIZE
                       INTO WS-SCR-DETAIL
                   END-STRING
                   PERFORM 0938-WRITE-REFERRAL-BEGIN
                      THRU 0938-WRITE-REFERRAL-END
               END-IF

               MOVE WS-CLM-DATE(WS-SCR-CLM-IDX)(1:4) TO WS-VAL-YEAR
               MOVE WS-CLM-DATE(WS-SCR-CLM-IDX)(5:2) TO WS-VAL-MONTH
               MOVE WS-CLM-DATE(WS-SCR-CLM-IDX)(7:2) TO WS-VAL-DAY
               PERFORM 0160-VALIDATE-DATE-BEGIN
                  THRU 0160-VALIDATE-DATE-END
               IF WS-SCR-EARLY-DAYS > 0 AND WS-VAL-DATE-OK
                  AND WS-CLM-DATE(WS-SCR-CLM-IDX) >= WS-SCR-START-DATE
                                                                THEN
                   COMPUTE WS-SCR-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-CLM-DATE(WS-SCR-CLM-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-SCR-START-DATE)
                   IF WS-SCR-DAYS <= WS-SCR-EARLY-DAYS THEN
                       MOVE "EARLY" TO WS-SCR-RULE
                       MOVE WS-SCR-DAYS TO WS-SCR-NUM-EDIT
                       MOVE SPACE TO WS-SCR-DETAIL
                       STRING "Claim filed "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SCR-NUM-EDIT)
                              DELIMITED BY SIZE
                              " day(s) after inception"
                              DELIMITED BY SIZE
                           INTO WS-SCR-DETAIL
                       END-STRING
                       PERFORM 0938-WRITE-REFERRAL-BEGIN
                          THRU 0938-WRITE-REFERRAL-END
                   END-IF
               END-IF

               IF WS-SCR-FACTOR > 0 THEN
                   COMPUTE WS-SCR-LIMIT =
                       WS-ASR-AMOUNT(WS-SCR-MATCH-IDX) * WS-SCR-FACTOR
                   IF WS-CLM-AMOUNT(WS-SCR-CLM-IDX) > WS-SCR-LIMIT
                                                                THEN
                       MOVE "SIZE" TO WS-SCR-RULE
                       MOVE WS-SCR-FACTOR TO WS-SCR-FACTOR-EDIT
                       MOVE SPACE TO WS-SCR-DETAIL
                       STRING "Claim above premium x "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SCR-FACTOR-EDIT)
                              DELIMITED BY SIZE
                           INTO WS-SCR-DETAIL
                       END-STRING
                       PERFORM 0938-WRITE-REFERRAL-BEGIN
                          THRU 0938-WRITE-REFERRAL-END
                   END-IF
               END-IF
           END-IF.
       0936-SCREEN-ONE-CLAIM-END.

       0938-WRITE-REFERRAL-BEGIN.
           ADD 1 TO WS-SCR-REFERRAL-COUNT.
           MOVE WS-SCR-RULE TO WS-SCR-OUT-RULE.
           MOVE WS-CLM-CONTRACT-CODE(WS-SCR-CLM-IDX) TO WS-SCR-OUT-CODE.
           MOVE WS-CLM-DATE(WS-SCR-CLM-IDX)(7:2) TO WS-OUT-DAY.
           MOVE WS-CLM-DATE(WS-SCR-CLM-IDX)(5:2) TO WS-OUT-MONTH.
           MOVE WS-CLM-DATE(WS-SCR-CLM-IDX)(1:4) TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-SCR-OUT-DATE.
           MOVE WS-CLM-AMOUNT(WS-SCR-CLM-IDX) TO WS-SCR-OUT-AMOUNT.
           MOVE WS-CLM-STATUS(WS-SCR-CLM-IDX) TO WS-SCR-OUT-CLM-STATUS.
           IF WS-SCR-MATCH-IDX = 0 THEN
               MOVE "UNKNOWN" TO WS-SCR-OUT-CTR-STATUS
               MOVE SPACE TO WS-SCR-OUT-BRANCH
           ELSE
               MOVE WS-ASR-CONTRACT-STATUS(WS-SCR-MATCH-IDX)
                   TO WS-SCR-OUT-CTR-STATUS
               MOVE WS-ASR-BRANCH(WS-SCR-MATCH-IDX)
                   TO WS-SCR-OUT-BRANCH
           END-IF.
           MOVE WS-SCR-DETAIL TO WS-SCR-OUT-DETAIL.
           MOVE WS-SCR-OUT-LINE TO CLM-SCR-OUT-LINE.
           WRITE CLM-SCR-OUT-LINE-RCD.
       0938-WRITE-REFERRAL-END.

       0941-WRITE-TAX-DECLARATION-BEGIN.
           IF WS-TAX-RATE-TBL-SIZE = 0 THEN
               DISPLAY "Ok, no premium tax rates configured - "
                   "premium tax declaration skipped"
           ELSE
               IF WS-BATCH-MODE-YES THEN
                   MOVE WS-BATCH-OPT-TAX TO WS-USER-INPUT
                   MOVE WS-BATCH-TAX-PERIOD TO WS-TAX-PERIOD
               ELSE
                   SET WS-USER-INPUT-YES TO TRUE
                   DISPLAY "Enter the declaration period YYYYMM "
                       "(0 for the previous month) : "
                       WITH NO ADVANCING
                   ACCEPT WS-TAX-PERIOD
               END-IF
               IF WS-USER-INPUT-YES THEN
                   IF WS-TAX-PERIOD IS NOT NUMERIC
                      OR WS-TAX-PERIOD = 0 THEN
                       IF WS-TODAY-MONTH = 1 THEN
                           COMPUTE WS-TAX-PERIOD-YEAR =
                               WS-TODAY-YEAR - 1
                           MOVE 12 TO WS-TAX-PERIOD-MONTH
                       ELSE
                           MOVE WS-TODAY-YEAR TO WS-TAX-PERIOD-YEAR
                           COMPUTE WS-TAX-PERIOD-MONTH =
                               WS-TODAY-MONTH - 1
                       END-IF
                   END-IF
                   IF WS-TAX-PERIOD-MONTH < 1
                      OR WS-TAX-PERIOD-MONTH > 12 THEN
                       DISPLAY "Warning : declaration period "
                           WS-TAX-PERIOD " is not a valid month - "
                           "premium tax declaration not produced"
                       PERFORM 0985-RAISE-WARNING-BEGIN
                          THRU 0985-RAISE-WARNING-END
                   ELSE
                       IF WS-TAXADJ-NOT-LOADED THEN
                           DISPLAY "Warning : premium tax adjustments "
                               "not loaded - premium tax declaration "
                               "not produced"
                       ELSE
                           PERFORM 0942-PRODUCE-TAX-DECLARATION-BEGIN
                              THRU 0942-PRODUCE-TAX-DECLARATION-END
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Ok, no premium tax declaration done"
               END-IF
           END-IF.
       0941-WRITE-TAX-DECLARATION-END.

       0942-PRODUCE-TAX-DECLARATION-BEGIN.
           MOVE WS-TODAY-DAY   TO WS-OUT-DAY.
           MOVE WS-TODAY-MONTH TO WS-OUT-MONTH.
           MOVE WS-TODAY-YEAR  TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-TAX-OUT-TODAY.
           MOVE WS-TAX-PERIOD-YEAR TO WS-TAX-OUT-YEAR.
           MOVE WS-TAX-PERIOD-MONTH TO WS-TAX-OUT-MONTH.
           MOVE 0 TO WS-TAX-CONTRACT-COUNT.
           MOVE 0 TO WS-TAX-ADJ-COUNT.
           MOVE 0 TO WS-TAX-NO-RATE-COUNT.
           MOVE 0 TO WS-TAX-POSTED-COUNT.
           MOVE 0 TO WS-TAX-TOT-TBL-SIZE.
           MOVE 0 TO WS-TAX-TOT-ROWS-DROPPED.

           OPEN OUTPUT TAX-DECLARATION-OUTPUT.
           MOVE WS-HEADER-1-TAX TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.

           MOVE SPACE TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           MOVE "Premium written in the period" TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           MOVE WS-HEADER-2-TAX-WRT TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           SORT WS-ASR-RCD ASCENDING KEY
               WS-ASR-BRANCH WS-ASR-CURRENCY WS-ASR-CONTRACT-CODE.
           PERFORM VARYING WS-RCD-NBR FROM 1 BY 1
               UNTIL WS-RCD-NBR > WS-TBL-SIZE
               PERFORM 0943-TAX-ONE-CONTRACT-BEGIN
                  THRU 0943-TAX-ONE-CONTRACT-END
           END-PERFORM.
           PERFORM 0167-SORT-BY-CODE-BEGIN
              THRU 0167-SORT-BY-CODE-END.
           IF WS-TAX-CONTRACT-COUNT = 0 THEN
               MOVE "No contract written in the period"
                   TO TAX-OUT-LINE
               WRITE TAX-OUT-LINE-RCD
           END-IF.

           MOVE SPACE TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           MOVE "Endorsement adjustments declared in the period"
               TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           MOVE WS-HEADER-2-TAX-ADJ TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           PERFORM VARYING WS-TAXADJ-IDX FROM 1 BY 1
               UNTIL WS-TAXADJ-IDX > WS-TAXADJ-TBL-SIZE
               PERFORM 0944-TAX-ONE-ADJUSTMENT-BEGIN
                  THRU 0944-TAX-ONE-ADJUSTMENT-END
           END-PERFORM.
           IF WS-TAX-ADJ-COUNT = 0 THEN
               MOVE "No endorsement adjustment in the period"
                   TO TAX-OUT-LINE
               WRITE TAX-OUT-LINE-RCD
           END-IF.

           COMPUTE WS-TAX-TOT-IDX = WS-TAX-TOT-TBL-SIZE + 1.
           PERFORM VARYING WS-TAX-TOT-IDX FROM WS-TAX-TOT-IDX BY 1
               UNTIL WS-TAX-TOT-IDX > WS-TAX-TOT-TBL-MAX-SIZE
               MOVE HIGH-VALUES TO WS-TAX-TOT-RCD(WS-TAX-TOT-IDX)
           END-PERFORM.
           SORT WS-TAX-TOT-RCD ASCENDING KEY
               WS-TAX-TOT-BRANCH WS-TAX-TOT-CURRENCY.

           MOVE SPACE TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           MOVE "Declaration by branch and currency" TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           MOVE WS-HEADER-2-TAX-TOT TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.
           OPEN OUTPUT TAX-POSTING-OUTPUT.
           PERFORM VARYING WS-TAX-TOT-IDX FROM 1 BY 1
               UNTIL WS-TAX-TOT-IDX > WS-TAX-TOT-TBL-SIZE
               PERFORM 0946-WRITE-TAX-TOTAL-BEGIN
                  THRU 0946-WRITE-TAX-TOTAL-END
           END-PERFORM.
           IF WS-TAX-TOT-TBL-SIZE = 0 THEN
               MOVE "Nothing to declare for the period"
                   TO TAX-OUT-LINE
               WRITE TAX-OUT-LINE-RCD
           END-IF.
           CLOSE TAX-POSTING-OUTPUT.
           CLOSE TAX-DECLARATION-OUTPUT.

           MOVE WS-TAX-FILE-NAME TO WS-ARCHIVE-NAME.
           PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
              THRU 0068-ADD-ARCHIVE-INDEX-END.
           ADD 1 TO WS-REPORTS-PRODUCED.
           MOVE WS-TAXP-FILE-NAME TO WS-ARCHIVE-NAME.
           PERFORM 0068-ADD-ARCHIVE-INDEX-BEGIN
              THRU 0068-ADD-ARCHIVE-INDEX-END.
           ADD 1 TO WS-REPORTS-PRODUCED.
           IF WS-TAX-TOT-ROWS-DROPPED > 0 THEN
               DISPLAY "Warning : premium tax total table limit of "
                   WS-TAX-TOT-TBL-MAX-SIZE " branch/currency groups "
                   "reached - " WS-TAX-TOT-ROWS-DROPPED
                   " line(s) left out of the declaration totals"
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           END-IF.
           IF WS-TAX-NO-RATE-COUNT > 0 THEN
               DISPLAY "Warning : " WS-TAX-NO-RATE-COUNT
                   " line(s) without a premium tax rate for their "
                   "branch and date - declaration is incomplete"
               PERFORM 0985-RAISE-WARNING-BEGIN
                  THRU 0985-RAISE-WARNING-END
           END-IF.
           DISPLAY "End of processing - premium tax declaration for "
               "period " WS-TAX-PERIOD " - " WS-TAX-CONTRACT-COUNT
               " contract(s), " WS-TAX-ADJ-COUNT " adjustment(s), "
               WS-TAX-POSTED-COUNT " posting line(s)".
       0942-PRODUCE-TAX-DECLARATION-END.

       0943-TAX-ONE-CONTRACT-BEGIN.
           COMPUTE WS-TAX-START-PERIOD =
               WS-ASR-START-YEAR(WS-RCD-NBR) * 100
               + WS-ASR-START-MONTH(WS-RCD-NBR).
           IF WS-TAX-START-PERIOD = WS-TAX-PERIOD THEN
               ADD 1 TO WS-TAX-CONTRACT-COUNT
               MOVE WS-ASR-AMOUNT(WS-RCD-NBR) TO WS-TAX-PREMIUM
               SET WS-TAXADJ-NOT-FOUND TO TRUE
               PERFORM VARYING WS-TAXADJ-IDX FROM 1 BY 1
                   UNTIL WS-TAXADJ-IDX > WS-TAXADJ-TBL-SIZE
                      OR WS-TAXADJ-FOUND
                   MOVE WS-TAXADJ-ROW(WS-TAXADJ-IDX) TO WS-TAXADJ-ENTRY
                   IF WS-TAXADJ-ENT-CODE =
                      WS-ASR-CONTRACT-CODE(WS-RCD-NBR)
                      AND WS-TAXADJ-ENT-TYPE = "CHANGE" THEN
                       MOVE WS-TAXADJ-ENT-OLD-AMOUNT TO WS-TAX-PREMIUM
                       SET WS-TAXADJ-FOUND TO TRUE
                   END-IF
               END-PERFORM
               COMPUTE WS-TAX-LOOKUP-DATE =
                   WS-ASR-START-YEAR(WS-RCD-NBR) * 10000
                   + WS-ASR-START-MONTH(WS-RCD-NBR) * 100
                   + WS-ASR-START-DAY(WS-RCD-NBR)
               MOVE WS-ASR-BRANCH(WS-RCD-NBR) TO WS-TAX-LOOKUP-BRANCH
               MOVE WS-ASR-CURRENCY(WS-RCD-NBR)
                   TO WS-TAX-LOOKUP-CURRENCY
               PERFORM 0064-FIND-TAX-RATE-BEGIN
                  THRU 0064-FIND-TAX-RATE-END
               MOVE SPACE TO WS-TAX-WRT-NOTE
               IF WS-TAX-FOUND-IDX = 0 THEN
                   MOVE 0 TO WS-TAX-AMOUNT
                   MOVE 0 TO WS-TAX-WRT-RATE
                   MOVE "NO RATE" TO WS-TAX-WRT-NOTE
                   ADD 1 TO WS-TAX-NO-RATE-COUNT
               ELSE
                   COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-PREMIUM
                       * WS-TAX-RATE-PCT(WS-TAX-FOUND-IDX) / 100
                   MOVE WS-TAX-RATE-PCT(WS-TAX-FOUND-IDX)
                       TO WS-TAX-WRT-RATE
               END-IF
               MOVE WS-ASR-BRANCH(WS-RCD-NBR) TO WS-TAX-WRT-BRANCH
               MOVE WS-ASR-CONTRACT-CODE(WS-RCD-NBR) TO WS-TAX-WRT-CODE
               MOVE WS-ASR-START-DAY(WS-RCD-NBR) TO WS-OUT-DAY
               MOVE WS-ASR-START-MONTH(WS-RCD-NBR) TO WS-OUT-MONTH
               MOVE WS-ASR-START-YEAR(WS-RCD-NBR) TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT TO WS-TAX-WRT-START
               MOVE WS-TAX-PREMIUM TO WS-TAX-WRT-PREMIUM
               MOVE WS-ASR-CURRENCY(WS-RCD-NBR) TO WS-TAX-WRT-CURRENCY
               MOVE WS-TAX-AMOUNT TO WS-TAX-WRT-TAX
               MOVE WS-TAX-WRT-LINE TO TAX-OUT-LINE
               WRITE TAX-OUT-LINE-RCD
               PERFORM 0945-FIND-TAX-TOTAL-BEGIN
                  THRU 0945-FIND-TAX-TOTAL-END
               IF WS-TAX-TOT-MATCH-IDX NOT = 0 THEN
                   ADD WS-TAX-PREMIUM
                       TO WS-TAX-TOT-WRITTEN(WS-TAX-TOT-MATCH-IDX)
                   ADD WS-TAX-AMOUNT
                       TO WS-TAX-TOT-WRITTEN-TAX(WS-TAX-TOT-MATCH-IDX)
               END-IF
           END-IF.
       0943-TAX-ONE-CONTRACT-END.

       0944-TAX-ONE-ADJUSTMENT-BEGIN.
           MOVE WS-TAXADJ-ROW(WS-TAXADJ-IDX) TO WS-TAXADJ-ENTRY.
           IF WS-TAXADJ-ENT-PERIOD = WS-TAX-PERIOD THEN
               ADD 1 TO WS-TAX-ADJ-COUNT
               MOVE WS-TAXADJ-ENT-BRANCH TO WS-TAX-LOOKUP-BRANCH
               MOVE WS-TAXADJ-ENT-EFF-DATE TO WS-TAX-LOOKUP-DATE
               MOVE WS-TAXADJ-ENT-CURRENCY TO WS-TAX-LOOKUP-CURRENCY
               PERFORM 0064-FIND-TAX-RATE-BEGIN
                  THRU 0064-FIND-TAX-RATE-END
               MOVE SPACE TO WS-TAX-ADJ-NOTE
               IF WS-TAX-FOUND-IDX = 0 THEN
                   MOVE 0 TO WS-TAX-AMOUNT
                   MOVE 0 TO WS-TAX-ADJ-RATE
                   MOVE "NO RATE" TO WS-TAX-ADJ-NOTE
                   ADD 1 TO WS-TAX-NO-RATE-COUNT
               ELSE
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-TAXADJ-ENT-PREMIUM
                       * WS-TAX-RATE-PCT(WS-TAX-FOUND-IDX) / 100
                   MOVE WS-TAX-RATE-PCT(WS-TAX-FOUND-IDX)
                       TO WS-TAX-ADJ-RATE
               END-IF
               IF WS-TAXADJ-ENT-SIGN = "-" THEN
                   COMPUTE WS-TAX-SIGNED-PREMIUM =
                       0 - WS-TAXADJ-ENT-PREMIUM
                   COMPUTE WS-TAX-SIGNED-AMOUNT = 0 - WS-TAX-AMOUNT
               ELSE
                   MOVE WS-TAXADJ-ENT-PREMIUM TO WS-TAX-SIGNED-PREMIUM
                   MOVE WS-TAX-AMOUNT TO WS-TAX-SIGNED-AMOUNT
               END-IF
               MOVE WS-TAXADJ-ENT-BRANCH TO WS-TAX-ADJ-BRANCH
               MOVE WS-TAXADJ-ENT-CODE TO WS-TAX-ADJ-CODE
               MOVE WS-TAXADJ-ENT-EFF-DATE(7:2) TO WS-OUT-DAY
               MOVE WS-TAXADJ-ENT-EFF-DATE(5:2) TO WS-OUT-MONTH
               MOVE WS-TAXADJ-ENT-EFF-DATE(1:4) TO WS-OUT-YEAR
               MOVE WS-DATE-OUTPUT TO WS-TAX-ADJ-EFF
               MOVE WS-TAXADJ-ENT-TYPE TO WS-TAX-ADJ-TYPE
               MOVE WS-TAX-SIGNED-PREMIUM TO WS-TAX-ADJ-PREMIUM
               MOVE WS-TAXADJ-ENT-CURRENCY TO WS-TAX-ADJ-CURRENCY
               MOVE WS-TAX-SIGNED-AMOUNT TO WS-TAX-ADJ-TAX
               MOVE WS-TAX-ADJ-LINE TO TAX-OUT-LINE
               WRITE TAX-OUT-LINE-RCD
               PERFORM 0945-FIND-TAX-TOTAL-BEGIN
                  THRU 0945-FIND-TAX-TOTAL-END
               IF WS-TAX-TOT-MATCH-IDX NOT = 0 THEN
                   ADD WS-TAX-SIGNED-PREMIUM
                       TO WS-TAX-TOT-ADJ-PREMIUM(WS-TAX-TOT-MATCH-IDX)
                   ADD WS-TAX-SIGNED-AMOUNT
                       TO WS-TAX-TOT-ADJ-TAX(WS-TAX-TOT-MATCH-IDX)
               END-IF
           END-IF.
       0944-TAX-ONE-ADJUSTMENT-END.

       0945-FIND-TAX-TOTAL-BEGIN.
           MOVE 0 TO WS-TAX-TOT-MATCH-IDX.
           PERFORM VARYING WS-TAX-TOT-IDX FROM 1 BY 1
               UNTIL WS-TAX-TOT-IDX > WS-TAX-TOT-TBL-SIZE
                  OR WS-TAX-TOT-MATCH-IDX NOT = 0
               IF WS-TAX-TOT-BRANCH(WS-TAX-TOT-IDX) =
                  WS-TAX-LOOKUP-BRANCH
                  AND WS-TAX-TOT-CURRENCY(WS-TAX-TOT-IDX) =
                  WS-TAX-LOOKUP-CURRENCY THEN
                   MOVE WS-TAX-TOT-IDX TO WS-TAX-TOT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-TAX-TOT-MATCH-IDX = 0 THEN
               IF WS-TAX-TOT-TBL-SIZE >= WS-TAX-TOT-TBL-MAX-SIZE THEN
                   ADD 1 TO WS-TAX-TOT-ROWS-DROPPED
               ELSE
                   ADD 1 TO WS-TAX-TOT-TBL-SIZE
                   MOVE WS-TAX-TOT-TBL-SIZE TO WS-TAX-TOT-MATCH-IDX
                   MOVE WS-TAX-LOOKUP-BRANCH
                       TO WS-TAX-TOT-BRANCH(WS-TAX-TOT-MATCH-IDX)
                   MOVE WS-TAX-LOOKUP-CURRENCY
                       TO WS-TAX-TOT-CURRENCY(WS-TAX-TOT-MATCH-IDX)
                   MOVE 0 TO WS-TAX-TOT-WRITTEN(WS-TAX-TOT-MATCH-IDX)
                   MOVE 0
                       TO WS-TAX-TOT-WRITTEN-TAX(WS-TAX-TOT-MATCH-IDX)
                   MOVE 0
                       TO WS-TAX-TOT-ADJ-PREMIUM(WS-TAX-TOT-MATCH-IDX)
                   MOVE 0 TO WS-TAX-TOT-ADJ-TAX(WS-TAX-TOT-MATCH-IDX)
               END-IF
           END-IF.
       0945-FIND-TAX-TOTAL-END.

       0946-WRITE-TAX-TOTAL-BEGIN.
           COMPUTE WS-TAX-DUE =
               WS-TAX-TOT-WRITTEN-TAX(WS-TAX-TOT-IDX)
               + WS-TAX-TOT-ADJ-TAX(WS-TAX-TOT-IDX).
           MOVE WS-TAX-TOT-BRANCH(WS-TAX-TOT-IDX)
               TO WS-TAX-TOT-OUT-BRANCH.
           MOVE WS-TAX-TOT-CURRENCY(WS-TAX-TOT-IDX)
               TO WS-TAX-TOT-OUT-CURRENCY.
           MOVE WS-TAX-TOT-WRITTEN(WS-TAX-TOT-IDX)
               TO WS-TAX-TOT-OUT-WRITTEN.
           MOVE WS-TAX-TOT-WRITTEN-TAX(WS-TAX-TOT-IDX)
               TO WS-TAX-TOT-OUT-WRITTEN-TAX.
           MOVE WS-TAX-TOT-ADJ-PREMIUM(WS-TAX-TOT-IDX)
               TO WS-TAX-TOT-OUT-ADJ-PREMIUM.
           MOVE WS-TAX-TOT-ADJ-TAX(WS-TAX-TOT-IDX)
               TO WS-TAX-TOT-OUT-ADJ-TAX.
           MOVE WS-TAX-DUE TO WS-TAX-TOT-OUT-DUE.
           MOVE WS-TAX-TOT-LINE TO TAX-OUT-LINE.
           WRITE TAX-OUT-LINE-RCD.

           MOVE WS-TAX-PERIOD TO WS-TAXP-OUT-PERIOD.
           MOVE WS-TAX-TOT-BRANCH(WS-TAX-TOT-IDX)
               TO WS-TAXP-OUT-BRANCH.
           MOVE WS-TAX-TOT-CURRENCY(WS-TAX-TOT-IDX)
               TO WS-TAXP-OUT-CURRENCY.
           IF WS-TAX-DUE < 0 THEN
               MOVE "D" TO WS-TAXP-OUT-INDICATOR
               COMPUTE WS-TAXP-OUT-AMOUNT = 0 - WS-TAX-DUE
           ELSE
               MOVE "C" TO WS-TAXP-OUT-INDICATOR
               MOVE WS-TAX-DUE TO WS-TAXP-OUT-AMOUNT
           END-IF.
           MOVE WS-TAXP-OUT-LINE TO TAXP-OUT-LINE.
           WRITE TAXP-OUT-LINE-RCD.
           ADD 1 TO WS-TAX-POSTED-COUNT.
       0946-WRITE-TAX-TOTAL-END.

       0900-WRITE-AUDIT-LOG-BEGIN.
           ACCEPT WS-AUDIT-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE WS-SEARCH-MATCH-COUNT  TO WS-AUDIT-OUT-ONE-RECS.
           MOVE WS-RENEWAL-TBL-SIZE    TO WS-AUDIT-OUT-RENEWAL-RECS.
           MOVE WS-SUM-TBL-SIZE        TO WS-AUDIT-OUT-SUMMARY-RECS.
           MOVE WS-OPERATOR-ID         TO WS-AUDIT-OUT-OPERATOR.

           OPEN EXTEND ASSURANCE-AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS NOT = "00" THEN
               DISPLAY "Warning : run ended in data error - status "
                   "snapshot assur-status-snapshot.dat left unchanged"
           ELSE
               IF WS-GEN-RESTORED THEN
                   DISPLAY "Status snapshot left as restored from "
                       "generation " WS-GEN-PICK
               ELSE
                   PERFORM 0953-REWRITE-STATUS-SNAPSHOT-BEGIN
                      THRU 0953-REWRITE-STATUS-SNAPSHOT-END
               END-IF
           END-IF.
       0950-SAVE-STATUS-SNAPSHOT-END.

           IF WS-RUN-SEVERITY = 8 THEN
               DISPLAY "Warning : run ended in data error - contract "
                   "master assur-contract-master.dat left unchanged"
               IF WS-JRN-ENTRY-COUNT > 0 THEN
                   DISPLAY "Warning : " WS-JRN-ENTRY-COUNT
                       " change journal entry(ies) of this run not "
                       "posted to assur-journal.dat"
               END-IF
               IF WS-TAXADJ-NEW-COUNT > 0 THEN
                   DISPLAY "Warning : " WS-TAXADJ-NEW-COUNT
                       " premium tax adjustment(s) of this run not "
                       "recorded in assur-taxe-ajustements.dat"
               END-IF
           ELSE
               IF WS-GEN-RESTORED THEN
                   DISPLAY "Contract master left as restored from "
                       "generation " WS-GEN-PICK
                   IF WS-JRN-ENTRY-COUNT > 0 THEN
                       DISPLAY "Warning : " WS-JRN-ENTRY-COUNT
                           " change journal entry(ies) of this run not "
                           "posted to assur-journal.dat"
                   END-IF
                   IF WS-TAXADJ-NEW-COUNT > 0 THEN
                       DISPLAY "Warning : " WS-TAXADJ-NEW-COUNT
                           " premium tax adjustment(s) of this run not "
                           "recorded in assur-taxe-ajustements.dat"
                   END-IF
               ELSE
                   PERFORM 0957-REWRITE-CONTRACT-MASTER-BEGIN
                      THRU 0957-REWRITE-CONTRACT-MASTER-END
                   PERFORM 0960-POST-CHANGE-JOURNAL-BEGIN
                      THRU 0960-POST-CHANGE-JOURNAL-END
                   PERFORM 0968-POST-TAX-ADJUSTMENTS-BEGIN
                      THRU 0968-POST-TAX-ADJUSTMENTS-END
                   PERFORM 0964-RESET-LAPSE-DELTAS-BEGIN
                      THRU 0964-RESET-LAPSE-DELTAS-END
               END-IF
           END-IF.
       0955-SAVE-CONTRACT-MASTER-END.

           DISPLAY "Contract master saved - " WS-TBL-SIZE " row(s)".
       0957-REWRITE-CONTRACT-MASTER-END.

       0960-POST-CHANGE-JOURNAL-BEGIN.
           MOVE 0 TO WS-JRN-POSTED-COUNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT JOURNAL-WORK-FILE.
           IF WS-JRN-WORK-FILE-STATUS = "00" THEN
               OPEN EXTEND CHANGE-JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
               END-IF
               PERFORM UNTIL WS-EOF-TRUE
                   READ JOURNAL-WORK-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           WRITE JRN-RCD FROM JRN-WORK-RCD
                           ADD 1 TO WS-JRN-POSTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
               CLOSE JOURNAL-WORK-FILE
               OPEN OUTPUT JOURNAL-WORK-FILE
               CLOSE JOURNAL-WORK-FILE
           END-IF.
           DISPLAY "Change journal updated - " WS-JRN-POSTED-COUNT
               " entry(ies) posted to assur-journal.dat".
       0960-POST-CHANGE-JOURNAL-END.

       0961-JOURNAL-ROLL-BACK-BEGIN.
           MOVE 0 TO WS-GEN-JRN-COUNT.
           MOVE 0 TO WS-GEN-CHANGED-COUNT.
           MOVE "RESTORE" TO WS-JRN-SOURCE.
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
           MOVE SPACE TO WS-JRN-APPROVER.
           SET WS-JRN-TO-JOURNAL TO TRUE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           MOVE 0                     TO WS-JRN-ENT-CODE.
           MOVE "GENERATION"          TO WS-JRN-ENT-FIELD.
           MOVE SPACE                 TO WS-JRN-ENT-BEFORE.
           MOVE SPACE                 TO WS-JRN-ENT-AFTER.
           MOVE WS-GEN-PICK           TO WS-GEN-PICK-EDIT.
           STRING "rolled back to generation " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-PICK-EDIT) DELIMITED BY SIZE
               INTO WS-JRN-ENT-AFTER.
           MOVE WS-JRN-SOURCE         TO WS-JRN-ENT-SOURCE.
           MOVE SPACE                 TO WS-JRN-ENT-BRANCH.
           MOVE WS-TODAY-NUMERIC-DATE TO WS-JRN-ENT-DATE.
           MOVE WS-RUN-HHMMSS         TO WS-JRN-ENT-TIME.
           MOVE WS-JRN-OPERATOR       TO WS-JRN-ENT-OPERATOR.
           MOVE WS-JRN-APPROVER       TO WS-JRN-ENT-APPROVER.
           PERFORM 0126-WRITE-JOURNAL-ENTRY-BEGIN
              THRU 0126-WRITE-JOURNAL-ENTRY-END.

           MOVE HIGH-VALUES TO WS-GEN-OLD-KEY.
           MOVE HIGH-VALUES TO WS-GEN-NEW-KEY.
           OPEN INPUT CONTRACT-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "00" THEN
               READ CONTRACT-MASTER-FILE
                   NOT AT END
                       MOVE MASTER-CONTRACT-CODE TO WS-GEN-OLD-KEY
               END-READ
           END-IF.
           OPEN INPUT GENERATION-COPY-INPUT.
           IF WS-GEN-FROM-FILE-STATUS = "00" THEN
               READ GENERATION-COPY-INPUT
                   NOT AT END
                       MOVE GEN-FROM-RCD(1:8) TO WS-GEN-NEW-KEY
               END-READ
           END-IF.
           PERFORM UNTIL WS-GEN-OLD-KEY = HIGH-VALUES
                     AND WS-GEN-NEW-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-GEN-OLD-KEY = WS-GEN-NEW-KEY
                       MOVE MASTER-RCD TO WS-JRN-OLD-RCD
                       MOVE GEN-FROM-RCD(1:116) TO WS-JRN-NEW-RCD
                       IF WS-JRN-OLD-RCD NOT = WS-JRN-NEW-RCD THEN
                           SET WS-JRN-IMAGE-CHANGE TO TRUE
                           PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
                              THRU 0125-JOURNAL-ROW-CHANGE-END
                           ADD 1 TO WS-GEN-CHANGED-COUNT
                       END-IF
                       MOVE HIGH-VALUES TO WS-GEN-OLD-KEY
                       READ CONTRACT-MASTER-FILE
                           NOT AT END
                               MOVE MASTER-CONTRACT-CODE
                                   TO WS-GEN-OLD-KEY
                       END-READ
                       MOVE HIGH-VALUES TO WS-GEN-NEW-KEY
                       READ GENERATION-COPY-INPUT
                           NOT AT END
                               MOVE GEN-FROM-RCD(1:8) TO WS-GEN-NEW-KEY
                       END-READ
                   WHEN WS-GEN-OLD-KEY < WS-GEN-NEW-KEY
                       MOVE MASTER-RCD TO WS-JRN-OLD-RCD
                       SET WS-JRN-IMAGE-DELETE TO TRUE
                       PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
                          THRU 0125-JOURNAL-ROW-CHANGE-END
                       ADD 1 TO WS-GEN-CHANGED-COUNT
                       MOVE HIGH-VALUES TO WS-GEN-OLD-KEY
                       READ CONTRACT-MASTER-FILE
                           NOT AT END
                               MOVE MASTER-CONTRACT-CODE
                                   TO WS-GEN-OLD-KEY
                       END-READ
                   WHEN OTHER
                       MOVE GEN-FROM-RCD(1:116) TO WS-JRN-NEW-RCD
                       SET WS-JRN-IMAGE-ADD TO TRUE
                       PERFORM 0125-JOURNAL-ROW-CHANGE-BEGIN
                          THRU 0125-JOURNAL-ROW-CHANGE-END
                       ADD 1 TO WS-GEN-CHANGED-COUNT
                       MOVE HIGH-VALUES TO WS-GEN-NEW-KEY
                       READ GENERATION-COPY-INPUT
                           NOT AT END
                               MOVE GEN-FROM-RCD(1:8) TO WS-GEN-NEW-KEY
                       END-READ
               END-EVALUATE
           END-PERFORM.
           IF WS-MASTER-FILE-STATUS NOT = "35" THEN
               CLOSE CONTRACT-MASTER-FILE
           END-IF.
           IF WS-GEN-FROM-FILE-STATUS NOT = "35" THEN
               CLOSE GENERATION-COPY-INPUT
           END-IF.
           CLOSE CHANGE-JOURNAL-FILE.
           SET WS-JRN-TO-WORK TO TRUE.
           DISPLAY "Change journal updated - " WS-GEN-JRN-COUNT
               " entry(ies) for " WS-GEN-CHANGED-COUNT
               " contract(s) rolled back posted to assur-journal.dat".
       0961-JOURNAL-ROLL-BACK-END.

       0962-SAVE-APPROVAL-QUEUE-BEGIN.
           IF WS-APQ-LOADED THEN
               MOVE 0 TO WS-APQ-WRITTEN-COUNT
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                   UNTIL WS-APQ-IDX > WS-APQ-TBL-SIZE
                   PERFORM 0963-SAVE-ONE-APPROVAL-BEGIN
                      THRU 0963-SAVE-ONE-APPROVAL-END
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
               DISPLAY "Approval queue saved - " WS-APQ-WRITTEN-COUNT
                   " item(s) in assur-approbations.dat"
           END-IF.
       0962-SAVE-APPROVAL-QUEUE-END.

       0963-SAVE-ONE-APPROVAL-BEGIN.
           MOVE WS-APQ-ROW(WS-APQ-IDX) TO WS-APQ-ENTRY.
           IF (WS-RUN-SEVERITY = 8 OR WS-GEN-RESTORED)
              AND WS-APQ-ENT-STATUS = "APPROVED"
              AND WS-APQ-THIS-RUN-SW(WS-APQ-IDX) = "Y" THEN
               MOVE "PENDING" TO WS-APQ-ENT-STATUS
               MOVE SPACE TO WS-APQ-ENT-DECIDED-BY
               MOVE 0 TO WS-APQ-ENT-DECIDED-DATE
               DISPLAY "Warning : approval for contract "
                   WS-APQ-ENT-DELTA-DATA(3:8) " put back to pending "
                   "- master was not saved"
           END-IF.
           IF WS-APQ-ENT-STATUS = "PENDING"
              OR WS-APQ-THIS-RUN-SW(WS-APQ-IDX) = "Y" THEN
               WRITE APQ-RCD FROM WS-APQ-ENTRY
               ADD 1 TO WS-APQ-WRITTEN-COUNT
           END-IF.
       0963-SAVE-ONE-APPROVAL-END.

       0964-RESET-LAPSE-DELTAS-BEGIN.
           IF WS-LAPSE-READ THEN
               OPEN OUTPUT LAPSE-DELTA-FILE
               PERFORM VARYING WS-LAPSE-IDX FROM 1 BY 1
                   UNTIL WS-LAPSE-IDX > WS-LAPSE-TBL-SIZE
                   WRITE LAPSE-DELTA-RCD FROM WS-LAPSE-ROW(WS-LAPSE-IDX)
               END-PERFORM
               CLOSE LAPSE-DELTA-FILE
               DISPLAY "Lapse transactions cleared - "
                   WS-LAPSE-TBL-SIZE " new row(s) kept in "
                   FUNCTION TRIM(WS-LAPSE-FILE-NAME)
           END-IF.
       0964-RESET-LAPSE-DELTAS-END.

       0968-POST-TAX-ADJUSTMENTS-BEGIN.
           IF WS-TAXADJ-NEW-COUNT > 0 THEN
               MOVE 0 TO WS-TAXADJ-POSTED-COUNT
               OPEN EXTEND TAX-ADJUSTMENT-FILE
               IF WS-TAXADJ-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT TAX-ADJUSTMENT-FILE
               END-IF
               PERFORM VARYING WS-TAXADJ-IDX FROM 1 BY 1
                   UNTIL WS-TAXADJ-IDX > WS-TAXADJ-TBL-SIZE
                   IF WS-TAXADJ-THIS-RUN-SW(WS-TAXADJ-IDX) = "Y" THEN
                       WRITE TAXADJ-RCD
                           FROM WS-TAXADJ-ROW(WS-TAXADJ-IDX)
                       ADD 1 TO WS-TAXADJ-POSTED-COUNT
                   END-IF
               END-PERFORM
               CLOSE TAX-ADJUSTMENT-FILE
               DISPLAY "Premium tax adjustments recorded - "
                   WS-TAXADJ-POSTED-COUNT " row(s) added to "
                   "assur-taxe-ajustements.dat"
           END-IF.
       0968-POST-TAX-ADJUSTMENTS-END.

       0970-SAVE-GENERATION-BEGIN.
           IF WS-RUN-SEVERITY = 8 OR WS-GEN-RESTORED THEN
               DISPLAY "Ok, no new generation kept on this run"
           ELSE
               PERFORM 0971-LOAD-GEN-CATALOGUE-BEGIN
                  THRU 0971-LOAD-GEN-CATALOGUE-END
               IF WS-GEN-KEEP-NOT-SET AND WS-GEN-TBL-SIZE > 0 THEN
                   MOVE WS-GEN-KEEP(WS-GEN-TBL-SIZE)
                       TO WS-GEN-KEEP-COUNT
               END-IF
               IF WS-GEN-TBL-SIZE > 0 THEN
                   COMPUTE WS-GEN-NEXT-NUMBER =
                       WS-GEN-NUMBER(WS-GEN-TBL-SIZE) + 1
               ELSE
                   MOVE 1 TO WS-GEN-NEXT-NUMBER
               END-IF
               MOVE 0 TO WS-GEN-DROPPED-COUNT
               PERFORM UNTIL WS-GEN-TBL-SIZE < WS-GEN-KEEP-COUNT
                   PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX >= WS-GEN-TBL-SIZE
                       COMPUTE WS-GEN-NEXT-IDX = WS-GEN-IDX + 1
                       MOVE WS-GEN-RCD(WS-GEN-NEXT-IDX)
                           TO WS-GEN-RCD(WS-GEN-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GEN-TBL-SIZE
                   ADD 1 TO WS-GEN-DROPPED-COUNT
               END-PERFORM
               IF WS-GEN-DROPPED-COUNT > 0 THEN
                   PERFORM 0973-WRITE-GEN-CATALOGUE-BEGIN
                      THRU 0973-WRITE-GEN-CATALOGUE-END
               END-IF

               MOVE 0 TO WS-GEN-NEXT-SLOT
               PERFORM VARYING WS-GEN-SLOT-TRY FROM 1 BY 1
                   UNTIL WS-GEN-NEXT-SLOT NOT = 0
                   SET WS-GEN-SLOT-FREE TO TRUE
                   PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-TBL-SIZE
                       IF WS-GEN-SLOT(WS-GEN-IDX) = WS-GEN-SLOT-TRY THEN
                           SET WS-GEN-SLOT-TAKEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-GEN-SLOT-FREE THEN
                       MOVE WS-GEN-SLOT-TRY TO WS-GEN-NEXT-SLOT
                   END-IF
               END-PERFORM

               MOVE WS-GEN-NEXT-SLOT TO WS-GEN-SLOT-WORK
               PERFORM 0972-SET-GEN-FILE-NAMES-BEGIN
                  THRU 0972-SET-GEN-FILE-NAMES-END
               MOVE WS-GEN-MASTER-FILE-NAME TO WS-GEN-FROM-FILE-NAME
               MOVE WS-GEN-MASTER-COPY-NAME TO WS-GEN-TO-FILE-NAME
               PERFORM 0974-COPY-GEN-FILE-BEGIN
                  THRU 0974-COPY-GEN-FILE-END
               MOVE WS-GEN-SNAPSHOT-FILE-NAME TO WS-GEN-FROM-FILE-NAME
               MOVE WS-GEN-SNAPSHOT-COPY-NAME TO WS-GEN-TO-FILE-NAME
               PERFORM 0974-COPY-GEN-FILE-BEGIN
                  THRU 0974-COPY-GEN-FILE-END
               MOVE WS-GEN-FXL-FILE-NAME TO WS-GEN-FROM-FILE-NAME
               MOVE WS-GEN-FXL-COPY-NAME TO WS-GEN-TO-FILE-NAME
               PERFORM 0974-COPY-GEN-FILE-BEGIN
                  THRU 0974-COPY-GEN-FILE-END

               ACCEPT WS-AUDIT-DATE-FIELDS FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-FIELDS FROM TIME
               ADD 1 TO WS-GEN-TBL-SIZE
               MOVE WS-GEN-NEXT-NUMBER
                   TO WS-GEN-NUMBER(WS-GEN-TBL-SIZE)
               COMPUTE WS-GEN-DATE(WS-GEN-TBL-SIZE) =
                   WS-AUDIT-YEAR * 10000 + WS-AUDIT-MONTH * 100
                   + WS-AUDIT-DAY
               COMPUTE WS-GEN-TIME(WS-GEN-TBL-SIZE) =
                   WS-AUDIT-HOUR * 10000 + WS-AUDIT-MINUTE * 100
                   + WS-AUDIT-SECOND
               MOVE WS-GEN-NEXT-SLOT TO WS-GEN-SLOT(WS-GEN-TBL-SIZE)
               MOVE WS-GEN-KEEP-COUNT TO WS-GEN-KEEP(WS-GEN-TBL-SIZE)
               MOVE WS-TBL-SIZE TO WS-GEN-ROWS(WS-GEN-TBL-SIZE)
               MOVE WS-OPERATOR-ID TO WS-GEN-OPERATOR(WS-GEN-TBL-SIZE)
               PERFORM 0973-WRITE-GEN-CATALOGUE-BEGIN
                  THRU 0973-WRITE-GEN-CATALOGUE-END
               IF WS-GEN-DROPPED-COUNT > 0 THEN
                   DISPLAY "Ok, " WS-GEN-DROPPED-COUNT
                       " oldest generation(s) dropped - "
                       WS-GEN-KEEP-COUNT " generation(s) kept"
               END-IF
               DISPLAY "Generation " WS-GEN-NEXT-NUMBER
                   " kept - " FUNCTION TRIM(WS-GEN-MASTER-COPY-NAME)
                   ", " FUNCTION TRIM(WS-GEN-SNAPSHOT-COPY-NAME)
                   ", " FUNCTION TRIM(WS-GEN-FXL-COPY-NAME)
           END-IF.
       0970-SAVE-GENERATION-END.

       0971-LOAD-GEN-CATALOGUE-BEGIN.
           MOVE 0 TO WS-GEN-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT GENERATION-CATALOGUE-FILE.
           IF WS-GEN-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ GENERATION-CATALOGUE-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-GEN-TBL-SIZE < WS-GEN-TBL-MAX-SIZE
                              AND GEN-NUMBER IS NUMERIC
                              AND GEN-SLOT IS NUMERIC THEN
                               ADD 1 TO WS-GEN-TBL-SIZE
                               MOVE GEN-NUMBER
                                   TO WS-GEN-NUMBER(WS-GEN-TBL-SIZE)
                               MOVE GEN-DATE
                                   TO WS-GEN-DATE(WS-GEN-TBL-SIZE)
                               MOVE GEN-TIME
                                   TO WS-GEN-TIME(WS-GEN-TBL-SIZE)
                               MOVE GEN-SLOT
                                   TO WS-GEN-SLOT(WS-GEN-TBL-SIZE)
                               MOVE GEN-KEEP
                                   TO WS-GEN-KEEP(WS-GEN-TBL-SIZE)
                               MOVE GEN-ROWS
                                   TO WS-GEN-ROWS(WS-GEN-TBL-SIZE)
                               MOVE GEN-OPERATOR
                                   TO WS-GEN-OPERATOR(WS-GEN-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOGUE-FILE
           END-IF.
       0971-LOAD-GEN-CATALOGUE-END.

       0972-SET-GEN-FILE-NAMES-BEGIN.
           MOVE SPACE TO WS-GEN-MASTER-COPY-NAME.
           MOVE SPACE TO WS-GEN-SNAPSHOT-COPY-NAME.
           MOVE SPACE TO WS-GEN-FXL-COPY-NAME.
           STRING "assur-contract-master-G" WS-GEN-SLOT-WORK ".dat"
               DELIMITED BY SIZE INTO WS-GEN-MASTER-COPY-NAME.
           STRING "assur-status-snapshot-G" WS-GEN-SLOT-WORK ".dat"
               DELIMITED BY SIZE INTO WS-GEN-SNAPSHOT-COPY-NAME.
           STRING "assur-fx-last-used-G" WS-GEN-SLOT-WORK ".dat"
               DELIMITED BY SIZE INTO WS-GEN-FXL-COPY-NAME.
       0972-SET-GEN-FILE-NAMES-END.

       0973-WRITE-GEN-CATALOGUE-BEGIN.
           OPEN OUTPUT GENERATION-CATALOGUE-FILE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-TBL-SIZE
               MOVE SPACE TO GEN-RCD
               MOVE WS-GEN-NUMBER(WS-GEN-IDX)   TO GEN-NUMBER
               MOVE WS-GEN-DATE(WS-GEN-IDX)     TO GEN-DATE
               MOVE WS-GEN-TIME(WS-GEN-IDX)     TO GEN-TIME
               MOVE WS-GEN-SLOT(WS-GEN-IDX)     TO GEN-SLOT
               MOVE WS-GEN-KEEP(WS-GEN-IDX)     TO GEN-KEEP
               MOVE WS-GEN-ROWS(WS-GEN-IDX)     TO GEN-ROWS
               MOVE WS-GEN-OPERATOR(WS-GEN-IDX) TO GEN-OPERATOR
               WRITE GEN-RCD
           END-PERFORM.
           CLOSE GENERATION-CATALOGUE-FILE.
       0973-WRITE-GEN-CATALOGUE-END.

       0974-COPY-GEN-FILE-BEGIN.
           MOVE 0 TO WS-GEN-COPY-COUNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN OUTPUT GENERATION-COPY-OUTPUT.
           OPEN INPUT GENERATION-COPY-INPUT.
           IF WS-GEN-FROM-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ GENERATION-COPY-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           WRITE GEN-TO-RCD FROM GEN-FROM-RCD
                           ADD 1 TO WS-GEN-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE GENERATION-COPY-INPUT
           END-IF.
           CLOSE GENERATION-COPY-OUTPUT.
       0974-COPY-GEN-FILE-END.

       0975-RESTORE-GENERATION-BEGIN.
           IF WS-BATCH-MODE-YES THEN
               MOVE WS-BATCH-OPT-RST TO WS-USER-INPUT
           ELSE
               SET WS-USER-INPUT-YES TO TRUE
           END-IF.
           IF WS-USER-INPUT-YES THEN
               PERFORM 0971-LOAD-GEN-CATALOGUE-BEGIN
                  THRU 0971-LOAD-GEN-CATALOGUE-END
               MOVE 0 TO WS-GEN-PICK
               MOVE 0 TO WS-GEN-PICK-IDX
               IF WS-GEN-TBL-SIZE = 0 THEN
                   DISPLAY "Warning : no generation listed in "
                       "assur-generations.dat - nothing to restore"
               ELSE
                   IF WS-BATCH-MODE-YES THEN
                       MOVE WS-BATCH-RESTORE-GEN TO WS-GEN-PICK
                   ELSE
                       PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                           UNTIL WS-GEN-IDX > WS-GEN-TBL-SIZE
                           PERFORM 0976-FORMAT-GENERATION-BEGIN
                              THRU 0976-FORMAT-GENERATION-END
                           DISPLAY WS-GEN-LIST-LINE
                       END-PERFORM
                       DISPLAY "Generation to restore (0 to cancel) : "
                           WITH NO ADVANCING
                       ACCEPT WS-GEN-PICK
                   END-IF
                   PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-TBL-SIZE
                       IF WS-GEN-NUMBER(WS-GEN-IDX) = WS-GEN-PICK
                          AND WS-GEN-PICK > 0 THEN
                           MOVE WS-GEN-IDX TO WS-GEN-PICK-IDX
                       END-IF
                   END-PERFORM
                   IF WS-GEN-PICK-IDX = 0 THEN
                       IF WS-GEN-PICK > 0 THEN
                           DISPLAY "Warning : generation " WS-GEN-PICK
                               " is not on file - nothing restored"
                       END-IF
                   ELSE
                       IF WS-BATCH-MODE-NO THEN
                           DISPLAY "Roll master, snapshot and FX rates "
                               "back to generation " WS-GEN-PICK
                               " (Y/N)? "
                           ACCEPT WS-USER-INPUT
                       END-IF
                       IF WS-USER-INPUT-YES THEN
                           PERFORM 0977-ROLL-BACK-FILES-BEGIN
                              THRU 0977-ROLL-BACK-FILES-END
                       END-IF
                   END-IF
               END-IF
               IF WS-GEN-NOT-RESTORED THEN
                   DISPLAY "Ok, no generation restored"
                   IF WS-BATCH-MODE-YES THEN
                       PERFORM 0990-RAISE-DATA-ERROR-BEGIN
                          THRU 0990-RAISE-DATA-ERROR-END
                   END-IF
               END-IF
           END-IF.
       0975-RESTORE-GENERATION-END.

       0976-FORMAT-GENERATION-BEGIN.
           MOVE WS-GEN-NUMBER(WS-GEN-IDX) TO WS-GEN-LIST-NUMBER.
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-DATE-WORK.
           MOVE WS-GEN-DATE-WORK(7:2) TO WS-OUT-DAY.
           MOVE WS-GEN-DATE-WORK(5:2) TO WS-OUT-MONTH.
           MOVE WS-GEN-DATE-WORK(1:4) TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT TO WS-GEN-LIST-DATE.
           MOVE WS-GEN-TIME(WS-GEN-IDX)(1:2) TO WS-GEN-LIST-TIME(1:2).
           MOVE ":" TO WS-GEN-LIST-TIME(3:1).
           MOVE WS-GEN-TIME(WS-GEN-IDX)(3:2) TO WS-GEN-LIST-TIME(4:2).
           MOVE ":" TO WS-GEN-LIST-TIME(6:1).
           MOVE WS-GEN-TIME(WS-GEN-IDX)(5:2) TO WS-GEN-LIST-TIME(7:2).
           MOVE WS-GEN-ROWS(WS-GEN-IDX) TO WS-GEN-LIST-ROWS.
           MOVE WS-GEN-OPERATOR(WS-GEN-IDX) TO WS-GEN-LIST-OPERATOR.
       0976-FORMAT-GENERATION-END.

       0977-ROLL-BACK-FILES-BEGIN.
           MOVE WS-GEN-SLOT(WS-GEN-PICK-IDX) TO WS-GEN-SLOT-WORK.
           PERFORM 0972-SET-GEN-FILE-NAMES-BEGIN
              THRU 0972-SET-GEN-FILE-NAMES-END.
           SET WS-GEN-FILES-OK TO TRUE.
           MOVE WS-GEN-MASTER-COPY-NAME TO WS-GEN-FROM-FILE-NAME.
           PERFORM 0979-CHECK-GEN-FILE-BEGIN
              THRU 0979-CHECK-GEN-FILE-END.
           MOVE WS-GEN-SNAPSHOT-COPY-NAME TO WS-GEN-FROM-FILE-NAME.
           PERFORM 0979-CHECK-GEN-FILE-BEGIN
              THRU 0979-CHECK-GEN-FILE-END.
           MOVE WS-GEN-FXL-COPY-NAME TO WS-GEN-FROM-FILE-NAME.
           PERFORM 0979-CHECK-GEN-FILE-BEGIN
              THRU 0979-CHECK-GEN-FILE-END.
           IF WS-GEN-FILES-OK THEN
               MOVE WS-GEN-MASTER-COPY-NAME TO WS-GEN-FROM-FILE-NAME
               PERFORM 0961-JOURNAL-ROLL-BACK-BEGIN
                  THRU 0961-JOURNAL-ROLL-BACK-END
               MOVE WS-GEN-MASTER-FILE-NAME TO WS-GEN-TO-FILE-NAME
               PERFORM 0974-COPY-GEN-FILE-BEGIN
                  THRU 0974-COPY-GEN-FILE-END
               MOVE WS-GEN-SNAPSHOT-COPY-NAME TO WS-GEN-FROM-FILE-NAME
               MOVE WS-GEN-SNAPSHOT-FILE-NAME TO WS-GEN-TO-FILE-NAME
               PERFORM 0974-COPY-GEN-FILE-BEGIN
                  THRU 0974-COPY-GEN-FILE-END
               MOVE WS-GEN-FXL-COPY-NAME TO WS-GEN-FROM-FILE-NAME
               MOVE WS-GEN-FXL-FILE-NAME TO WS-GEN-TO-FILE-NAME
               PERFORM 0974-COPY-GEN-FILE-BEGIN
                  THRU 0974-COPY-GEN-FILE-END
               SET WS-GEN-RESTORED TO TRUE
               PERFORM 0978-WRITE-ROLLBACK-AUDIT-BEGIN
                  THRU 0978-WRITE-ROLLBACK-AUDIT-END
               DISPLAY "Rolled back to generation " WS-GEN-PICK
                   " - contract master, status snapshot and FX rates "
                   "restored"
               DISPLAY "Ok, the changes of this run will not be saved"
           ELSE
               DISPLAY "Warning : generation " WS-GEN-PICK
                   " is incomplete - nothing restored"
           END-IF.
       0977-ROLL-BACK-FILES-END.

       0978-WRITE-ROLLBACK-AUDIT-BEGIN.
           ACCEPT WS-AUDIT-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME-FIELDS FROM TIME.
           MOVE WS-AUDIT-DAY    TO WS-OUT-DAY.
           MOVE WS-AUDIT-MONTH  TO WS-OUT-MONTH.
           MOVE WS-AUDIT-YEAR   TO WS-OUT-YEAR.
           MOVE WS-DATE-OUTPUT  TO WS-GEN-AUDIT-DATE.
           MOVE WS-AUDIT-HOUR   TO WS-GEN-AUDIT-TIME(1:2).
           MOVE ":"             TO WS-GEN-AUDIT-TIME(3:1).
           MOVE WS-AUDIT-MINUTE TO WS-GEN-AUDIT-TIME(4:2).
           MOVE ":"             TO WS-GEN-AUDIT-TIME(6:1).
           MOVE WS-AUDIT-SECOND TO WS-GEN-AUDIT-TIME(7:2).
           MOVE WS-GEN-PICK-IDX TO WS-GEN-IDX.
           PERFORM 0976-FORMAT-GENERATION-BEGIN
              THRU 0976-FORMAT-GENERATION-END.
           MOVE WS-GEN-LIST-NUMBER   TO WS-GEN-AUDIT-NUMBER.
           MOVE WS-GEN-LIST-DATE     TO WS-GEN-AUDIT-GEN-DATE.
           MOVE WS-GEN-LIST-TIME     TO WS-GEN-AUDIT-GEN-TIME.
           MOVE WS-GEN-LIST-ROWS     TO WS-GEN-AUDIT-ROWS.
           MOVE WS-OPERATOR-ID       TO WS-GEN-AUDIT-OPERATOR.

           OPEN EXTEND ASSURANCE-AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS NOT = "00" THEN
               OPEN OUTPUT ASSURANCE-AUDIT-LOG
           END-IF.
           MOVE WS-GEN-AUDIT-LINE TO ASR-AUDIT-LOG-LINE.
           WRITE ASR-AUDIT-LOG-RCD.
           CLOSE ASSURANCE-AUDIT-LOG.
       0978-WRITE-ROLLBACK-AUDIT-END.

       0979-CHECK-GEN-FILE-BEGIN.
           OPEN INPUT GENERATION-COPY-INPUT.
           IF WS-GEN-FROM-FILE-STATUS = "00" THEN
               CLOSE GENERATION-COPY-INPUT
           ELSE
               SET WS-GEN-FILES-MISSING TO TRUE
               DISPLAY "Warning : generation file "
                   FUNCTION TRIM(WS-GEN-FROM-FILE-NAME) " not found"
           END-IF.
       0979-CHECK-GEN-FILE-END.

       0985-RAISE-WARNING-BEGIN.
           IF WS-RUN-SEVERITY < 4 THEN
               MOVE 4 TO WS-RUN-SEVERITY
