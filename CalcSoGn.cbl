      *    *************************************************************
      *    PROGRAMME CALCSOGN
      *    Générateur quotidien des ordres permanents. Le fichier
      *    maître CALCSORD.DAT porte, pour chaque ordre, le compte,
      *    le montant signé, le sens (D débit: mouvement AD, C
      *    crédit: mouvement AC), la périodicité, les dates de
      *    début et de fin, la prochaine échéance et un libellé.
      *    Pour la date de génération (paramètre AAAAMMJJ, la date
      *    du jour à défaut), chaque échéance atteinte d'un ordre
      *    en vigueur devient une transaction AD/AC d'un lot
      *    HD...TR d'origine STANDING ajouté à CALCTRAN.DAT (créé
      *    au besoin), avec son comptage et son total de hachage
      *    exacts, et la prochaine échéance de l'ordre est
      *    reportée selon sa périodicité. Une échéance manquée
      *    (génération non passée un jour) est rattrapée: toutes
      *    les échéances en retard sont générées, chacune pour son
      *    montant. Le registre CALCSOR.DAT liste ce qui a été
      *    produit, pour rapprochement avec l'enregistrement du
      *    lot à CALCRUNH.DAT après le passage batch, et les
      *    ordres non conformes, laissés tels quels. Le fichier
      *    maître est réécrit via le fichier de travail
      *    CALCSOWK.DAT.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSoGn.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des ordres permanents.
           SELECT CALC-SORD-FILE ASSIGN TO "CALCSORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORD-FILE-STATUS.

      *    Fichier de travail pour la réécriture du fichier maître.
           SELECT CALC-SOWK-FILE ASSIGN TO "CALCSOWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOWK-FILE-STATUS.

      *    Fichier de transactions du traitement batch de CALCPLUS,
      *    complété du lot des ordres permanents.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      *    Registre de la génération.
           SELECT CALC-SOR-FILE ASSIGN TO "CALCSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Ordre permanent. Montant en SIGN LEADING SEPARATE pour
      *    rester lisible et saisissable à la main. Périodicité: J
      *    quotidienne, H hebdomadaire, M mensuelle, T
      *    trimestrielle, A annuelle. Date de fin à blanc: ordre
      *    sans échéance finale. Prochaine échéance à blanc: la
      *    date de début. Les échéances mensuelles, trimestrielles
      *    et annuelles tombent le jour du mois de la date de
      *    début (ou le dernier jour d'un mois plus court). Date de
      *    dernière génération tenue par ce programme.
       FD  CALC-SORD-FILE.
       01  CALC-SORD-RECORD.
           05 SO-ORDER-ID          PIC X(8).
           05 FILLER               PIC X.
           05 SO-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 SO-DIRECTION         PIC X.
              88 SO-DEBIT          VALUE 'D'.
              88 SO-CREDIT         VALUE 'C'.
           05 FILLER               PIC X.
           05 SO-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 SO-FREQUENCY         PIC X.
              88 SO-DAILY          VALUE 'J'.
              88 SO-WEEKLY         VALUE 'H'.
              88 SO-MONTHLY        VALUE 'M'.
              88 SO-QUARTERLY      VALUE 'T'.
              88 SO-YEARLY         VALUE 'A'.
              88 SO-VALID-FREQUENCY VALUE 'J', 'H', 'M', 'T', 'A'.
           05 FILLER               PIC X.
           05 SO-START-DATE        PIC X(8).
           05 FILLER               PIC X.
           05 SO-END-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 SO-NEXT-DUE          PIC X(8).
           05 FILLER               PIC X.
           05 SO-LAST-GENERATED    PIC X(8).
           05 FILLER               PIC X.
           05 SO-DESCRIPTION       PIC X(30).

      *    Enregistrement du fichier de travail.
       FD  CALC-SOWK-FILE.
       01  CALC-SOWK-RECORD        PIC X(103).

      *    Enregistrements du fichier de transactions, en miroir
      *    des dispositions de CALCTRAN.DAT attendues par CALCPLUS
      *    (transaction, en-tête, total de contrôle).
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD.
           05 TR-OPERATOR          PIC X(2).
           05 TR-OPERAND           PIC X(16).
           05 FILLER               PIC X.
           05 TR-AMOUNT            PIC X(16).
       01  CALC-TRANS-HEADER.
           05 TH-RECORD-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 TH-FILE-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 TH-ORIGIN-SYSTEM     PIC X(8).
       01  CALC-TRANS-TRAILER.
           05 TT-RECORD-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 TT-TRANS-COUNT       PIC 9(7).
           05 FILLER               PIC X.
           05 TT-HASH-TOTAL        PIC S9(11)V9(4)
                                   SIGN LEADING SEPARATE.

      *    Enregistrement du registre (une ligne de texte).
       FD  CALC-SOR-FILE.
       01  CALC-SOR-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-SORD-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-SOWK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-TRANS-FILE-STATUS PIC XX VALUE SPACES.
           05 WS-SOR-FILE-STATUS   PIC XX VALUE SPACES.

      *    Date de génération (paramètre, ou date du jour), portée
      *    par l'en-tête HD du lot, et date du jour.
       01 WS-GEN-CONTROLS.
           05 WS-GEN-PARM          PIC X(16) VALUE SPACES.
           05 WS-GEN-DATE          PIC X(8).
           05 WS-TODAY-DATE        PIC X(8).

      *    Origine du lot produit, contrôlée par CALCPLUS contre
      *    l'historique des passages comme celle de tout système
      *    d'alimentation.
           05 WS-ORIGIN-SYSTEM     PIC X(8) VALUE "STANDING".

      *    Nombre maximal d'échéances rattrapées pour un ordre en
      *    une génération: au-delà, le reste l'est à la suivante.
           05 WS-CATCHUP-LIMIT     PIC 9(4) VALUE 400.
           05 WS-CATCHUP-COUNT     PIC 9(4).

      *    Date de travail pour le report des échéances, avec sa
      *    vue numérique par année, mois et jour.
       01 WS-DATE-WORK             PIC X(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR         PIC 9(4).
           05 WS-DATE-MONTH        PIC 9(2).
           05 WS-DATE-DAY          PIC 9(2).

      *    Zones du report: jour d'échéance (celui de la date de
      *    début), mois à ajouter, dernier jour du mois atteint,
      *    date en jours (FUNCTION INTEGER-OF-DATE) et reste de
      *    division pour l'année bissextile.
       01 WS-ROLL-AREAS.
           05 WS-DUE-DAY           PIC 9(2).
           05 WS-MONTHS-TO-ADD     PIC 9(2).
           05 WS-MONTH-TOTAL       PIC 9(4).
           05 WS-LAST-DAY          PIC 9(2).
           05 WS-DAY-NUMBER        PIC 9(8).
           05 WS-DATE-NUMERIC      PIC 9(8).
           05 WS-LEAP-QUOTIENT     PIC 9(4).
           05 WS-LEAP-REMAINDER    PIC 9(4).

      *    Date de début d'un ordre, pour le jour d'échéance et
      *    les contrôles.
       01 WS-START-WORK            PIC X(8).
       01 WS-START-PARTS REDEFINES WS-START-WORK.
           05 WS-START-YEAR        PIC 9(4).
           05 WS-START-MONTH       PIC 9(2).
           05 WS-START-DAY         PIC 9(2).

      *    Nombre de jours des mois d'une année ordinaire.
       01 WS-MONTH-DAYS-DATA       PIC X(24)
                                   VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.

      *    Compteurs et totaux de la génération: ordres lus, en
      *    vigueur, non conformes, transactions écrites et total
      *    de hachage des montants (mêmes règles que la passe de
      *    contrôle de CALCPLUS pour les mouvements AD/AC).
       01 WS-GEN-COUNTERS.
           05 WS-READ-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-DUE-ORDER-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-INVALID-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-ENDED-COUNT       PIC 9(9) VALUE ZERO.
           05 WS-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-HASH-TOTAL        PIC S9(11)V9(4) VALUE ZERO.

      *    Indicateurs de déroulement de la génération.
       01 WS-GEN-SWITCHES.

      *    Indicateurs de fin de fichier.
           05 WS-SORD-EOF          PIC X VALUE 'N'.
              88 SORD-EOF-REACHED VALUE 'Y'.
           05 WS-SOWK-EOF          PIC X VALUE 'N'.
              88 SOWK-EOF-REACHED VALUE 'Y'.

      *    Ordre en cours conforme.
           05 WS-VALID-FLAG        PIC X.
              88 ORDER-IS-VALID   VALUE 'Y'.

      *    Échéance en cours atteinte et dans la période de
      *    l'ordre.
           05 WS-DUE-FLAG          PIC X.
              88 ORDER-IS-DUE     VALUE 'Y'.

      *    En-tête HD du lot déjà écrit (il ne l'est qu'à la
      *    première transaction: sans échéance, pas de lot).
           05 WS-HEADER-FLAG       PIC X VALUE 'N'.
              88 HEADER-WRITTEN   VALUE 'Y'.

      *    Motif de non-conformité de l'ordre en cours.
           05 WS-INVALID-REASON    PIC X(30).

      *    Codes retour remis au JCL: 8 si au moins un ordre est
      *    non conforme, 12 si un fichier n'a pas pu être ouvert
      *    ou si la date est invalide (le fichier maître n'est
      *    alors pas touché).
           05 WS-RC-INVALID        PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

      *    Formats d'affichage et de transfert des montants: le
      *    montant d'une transaction est écrit en texte cadré à
      *    gauche, comme une saisie, et cadré à droite au registre.
       01 WS-DISPLAY-FORMATS.
           05 WS-AMOUNT-EDIT       PIC -(9)9.9(4).
           05 WS-HASH-DISPLAY      PIC -ZZZZZZZZZZ9.9999.

      *    Ligne de texte du registre, composée en mémoire avant
      *    d'être transférée vers CALC-SOR-RECORD.
       01 WS-SOR-LINE              PIC X(110).

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-GENERATE-DRIVER.
           PERFORM 1500-WRITE-TRAILER.
           PERFORM 1600-REWRITE-MASTER.
           PERFORM 9900-TERMINATE.

      *    Contrôle la date fournie en paramètre (équivalent du
      *    PARM= de l'étape JCL): AAAAMMJJ, ou à blanc pour la date
      *    du jour. Ouvre ensuite les fichiers: le fichier de
      *    transactions en ajout (créé s'il est absent), puis le
      *    registre avec son en-tête. Un fichier maître absent
      *    n'est pas une erreur: aucun ordre, aucun lot.
       1100-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GEN-PARM FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-GEN-PARM) TO WS-GEN-PARM.
           IF WS-GEN-PARM = SPACES
              MOVE WS-TODAY-DATE TO WS-GEN-DATE
           ELSE
              MOVE WS-GEN-PARM(1:8) TO WS-DATE-WORK
              IF WS-DATE-WORK IS NOT NUMERIC
                 OR WS-GEN-PARM(9:8) NOT = SPACES
                 OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                 OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                 DISPLAY "ERREUR: date AAAAMMJJ attendue en "
                         "paramètre. Génération annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-DATE-WORK TO WS-GEN-DATE
           END-IF.
           OPEN INPUT CALC-SORD-FILE.
           IF WS-SORD-FILE-STATUS = '35'
              DISPLAY "Aucun ordre permanent (CALCSORD.DAT absent)."
              PERFORM 9900-TERMINATE
           END-IF.
           IF WS-SORD-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCSORD.DAT "
                      "(statut " WS-SORD-FILE-STATUS
                      "). Génération annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-SOWK-FILE.
           IF WS-SOWK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCSOWK.DAT "
                      "(statut " WS-SOWK-FILE-STATUS
                      "). Génération annulée."
              CLOSE CALC-SORD-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN EXTEND CALC-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = '35'
              CLOSE CALC-TRANS-FILE
              OPEN OUTPUT CALC-TRANS-FILE
           END-IF.
           IF WS-TRANS-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'écrire CALCTRAN.DAT "
                      "(statut " WS-TRANS-FILE-STATUS
                      "). Génération annulée."
              CLOSE CALC-SORD-FILE
              CLOSE CALC-SOWK-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-SOR-FILE.
           IF WS-SOR-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCSOR.DAT "
                      "(statut " WS-SOR-FILE-STATUS
                      "). Registre non produit."
           ELSE
              MOVE SPACES TO WS-SOR-LINE
              STRING "Ordres permanents - generation du "
                        DELIMITED BY SIZE
                     WS-GEN-DATE DELIMITED BY SIZE
                     ", lot HD " DELIMITED BY SIZE
                     WS-GEN-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ORIGIN-SYSTEM DELIMITED BY SIZE
                     " - Date: " DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     INTO WS-SOR-LINE
              PERFORM 8100-WRITE-SOR-LINE
              MOVE SPACES TO WS-SOR-LINE
              PERFORM 8100-WRITE-SOR-LINE
              MOVE "Ordre    Echeance Op Compte          "
                 TO WS-SOR-LINE
              MOVE "Montant Libelle" TO WS-SOR-LINE(39:15)
              PERFORM 8100-WRITE-SOR-LINE
           END-IF.

      *    Paragraphe pilote: chaque ordre du fichier maître est
      *    traité puis recopié, mis à jour, dans le fichier de
      *    travail.
       1200-GENERATE-DRIVER.
           MOVE 'N' TO WS-SORD-EOF.
           PERFORM UNTIL SORD-EOF-REACHED
              READ CALC-SORD-FILE
                 AT END
                    MOVE 'Y' TO WS-SORD-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 1300-GENERATE-ONE
                    MOVE CALC-SORD-RECORD TO CALC-SOWK-RECORD
                    WRITE CALC-SOWK-RECORD
              END-READ
           END-PERFORM.
           CLOSE CALC-SORD-FILE.
           CLOSE CALC-SOWK-FILE.

      *    Contrôle un ordre puis génère ses échéances atteintes,
      *    en rattrapant les échéances manquées. Un ordre non
      *    conforme est reporté au registre et laissé tel quel.
       1300-GENERATE-ONE.
           PERFORM 1310-VALIDATE-ORDER.
           IF NOT ORDER-IS-VALID
              ADD 1 TO WS-INVALID-COUNT
              DISPLAY "Ordre permanent non conforme ("
                      FUNCTION TRIM(WS-INVALID-REASON) "): "
                      SO-ORDER-ID
              MOVE SPACES TO WS-SOR-LINE
              STRING "Ordre " DELIMITED BY SIZE
                     SO-ORDER-ID DELIMITED BY SIZE
                     " non conforme (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-INVALID-REASON)
                        DELIMITED BY SIZE
                     "), laisse tel quel." DELIMITED BY SIZE
                     INTO WS-SOR-LINE
              PERFORM 8100-WRITE-SOR-LINE
           ELSE
              IF SO-NEXT-DUE = SPACES
                 MOVE SO-START-DATE TO SO-NEXT-DUE
              END-IF
              MOVE SO-START-DATE TO WS-START-WORK
              MOVE WS-START-DAY TO WS-DUE-DAY
              MOVE ZERO TO WS-CATCHUP-COUNT
              PERFORM 1315-CHECK-DUE
              IF ORDER-IS-DUE
                 ADD 1 TO WS-DUE-ORDER-COUNT
              END-IF
              PERFORM UNTIL NOT ORDER-IS-DUE
                            OR WS-CATCHUP-COUNT
                               NOT < WS-CATCHUP-LIMIT
                 PERFORM 1320-GENERATE-DUE
                 PERFORM 1315-CHECK-DUE
              END-PERFORM
              IF ORDER-IS-DUE
                 MOVE SPACES TO WS-SOR-LINE
                 STRING "Ordre " DELIMITED BY SIZE
                        SO-ORDER-ID DELIMITED BY SIZE
                        ": rattrapage limite atteint, reprise a "
                           DELIMITED BY SIZE
                        "l'echeance " DELIMITED BY SIZE
                        SO-NEXT-DUE DELIMITED BY SIZE
                        INTO WS-SOR-LINE
                 PERFORM 8100-WRITE-SOR-LINE
              END-IF
              IF SO-END-DATE NOT = SPACES
                 AND SO-NEXT-DUE > SO-END-DATE
                 ADD 1 TO WS-ENDED-COUNT
              END-IF
           END-IF.

      *    Contrôle de forme d'un ordre: identifiant et compte non
      *    blancs, sens D ou C, montant numérique non nul,
      *    périodicité connue, date de début valide, dates de fin
      *    et de prochaine échéance à blanc ou valides.
       1310-VALIDATE-ORDER.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE SPACES TO WS-INVALID-REASON.
           EVALUATE TRUE
              WHEN SO-ORDER-ID = SPACES
                 MOVE "identifiant a blanc" TO WS-INVALID-REASON
              WHEN SO-ACCOUNT-CODE = SPACES
                 MOVE "compte a blanc" TO WS-INVALID-REASON
              WHEN NOT SO-DEBIT AND NOT SO-CREDIT
                 MOVE "sens invalide" TO WS-INVALID-REASON
              WHEN SO-AMOUNT IS NOT NUMERIC
                 MOVE "montant non numerique" TO WS-INVALID-REASON
              WHEN SO-AMOUNT = ZERO
                 MOVE "montant nul" TO WS-INVALID-REASON
              WHEN NOT SO-VALID-FREQUENCY
                 MOVE "periodicite invalide" TO WS-INVALID-REASON
              WHEN OTHER
                 MOVE SO-START-DATE TO WS-DATE-WORK
                 PERFORM 1312-CHECK-DATE
                 IF NOT ORDER-IS-VALID
                    MOVE "date de debut invalide"
                       TO WS-INVALID-REASON
                 END-IF
                 IF ORDER-IS-VALID
                    AND SO-END-DATE NOT = SPACES
                    MOVE SO-END-DATE TO WS-DATE-WORK
                    PERFORM 1312-CHECK-DATE
                    IF NOT ORDER-IS-VALID
                       OR SO-END-DATE < SO-START-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "date de fin invalide"
                          TO WS-INVALID-REASON
                    END-IF
                 END-IF
                 IF ORDER-IS-VALID
                    AND SO-NEXT-DUE NOT = SPACES
                    MOVE SO-NEXT-DUE TO WS-DATE-WORK
                    PERFORM 1312-CHECK-DATE
                    IF NOT ORDER-IS-VALID
                       MOVE "prochaine echeance invalide"
                          TO WS-INVALID-REASON
                    END-IF
                 END-IF
           END-EVALUATE.

      *    Lève ORDER-IS-VALID si WS-DATE-WORK est une date
      *    AAAAMMJJ existante.
       1312-CHECK-DATE.
           MOVE 'N' TO WS-VALID-FLAG.
           IF WS-DATE-WORK IS NUMERIC
              IF WS-DATE-MONTH NOT < 1 AND WS-DATE-MONTH NOT > 12
                 AND WS-DATE-YEAR > 1600
                 PERFORM 1450-LAST-DAY-OF-MONTH
                 IF WS-DATE-DAY NOT < 1
                    AND WS-DATE-DAY NOT > WS-LAST-DAY
                    MOVE 'Y' TO WS-VALID-FLAG
                 END-IF
              END-IF
           END-IF.

      *    Lève ORDER-IS-DUE si la prochaine échéance de l'ordre
      *    est atteinte à la date de génération sans dépasser sa
      *    date de fin.
       1315-CHECK-DUE.
           MOVE 'N' TO WS-DUE-FLAG.
           IF SO-NEXT-DUE NOT > WS-GEN-DATE
              IF SO-END-DATE = SPACES
                 OR SO-NEXT-DUE NOT > SO-END-DATE
                 MOVE 'Y' TO WS-DUE-FLAG
              END-IF
           END-IF.

      *    Génère l'échéance en cours: transaction AD (débit) ou
      *    AC (crédit) du montant de l'ordre sur son compte, ligne
      *    au registre, puis report de la prochaine échéance.
       1320-GENERATE-DUE.
           IF NOT HEADER-WRITTEN
              MOVE SPACES TO CALC-TRANS-HEADER
              MOVE 'HD' TO TH-RECORD-CODE
              MOVE WS-GEN-DATE TO TH-FILE-DATE
              MOVE WS-ORIGIN-SYSTEM TO TH-ORIGIN-SYSTEM
              WRITE CALC-TRANS-HEADER
              MOVE 'Y' TO WS-HEADER-FLAG
           END-IF.
           MOVE SPACES TO CALC-TRANS-RECORD.
           IF SO-DEBIT
              MOVE 'AD' TO TR-OPERATOR
           ELSE
              MOVE 'AC' TO TR-OPERATOR
           END-IF.
           MOVE SO-ACCOUNT-CODE TO TR-OPERAND.
           MOVE SO-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO TR-AMOUNT.
           WRITE CALC-TRANS-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD SO-AMOUNT TO WS-HASH-TOTAL
              ON SIZE ERROR
                 DISPLAY "ERREUR: dépassement du total de "
                         "hachage des montants."
           END-ADD.
           MOVE SPACES TO WS-SOR-LINE.
           STRING SO-ORDER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SO-NEXT-DUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TR-OPERATOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SO-ACCOUNT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SO-DESCRIPTION DELIMITED BY SIZE
                  INTO WS-SOR-LINE.
           PERFORM 8100-WRITE-SOR-LINE.
           MOVE WS-GEN-DATE TO SO-LAST-GENERATED.
           ADD 1 TO WS-CATCHUP-COUNT.
           PERFORM 1400-ROLL-DUE-DATE.

      *    Reporte la prochaine échéance de l'ordre d'une période:
      *    un ou sept jours, ou un, trois ou douze mois au jour
      *    d'échéance de l'ordre.
       1400-ROLL-DUE-DATE.
           MOVE SO-NEXT-DUE TO WS-DATE-WORK.
           EVALUATE TRUE
              WHEN SO-DAILY
                 MOVE WS-DATE-WORK TO WS-DATE-NUMERIC
                 COMPUTE WS-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1
                 COMPUTE WS-DATE-NUMERIC =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                 MOVE WS-DATE-NUMERIC TO WS-DATE-WORK
              WHEN SO-WEEKLY
                 MOVE WS-DATE-WORK TO WS-DATE-NUMERIC
                 COMPUTE WS-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 7
                 COMPUTE WS-DATE-NUMERIC =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                 MOVE WS-DATE-NUMERIC TO WS-DATE-WORK
              WHEN SO-MONTHLY
                 MOVE 1 TO WS-MONTHS-TO-ADD
                 PERFORM 1420-ADD-MONTHS
              WHEN SO-QUARTERLY
                 MOVE 3 TO WS-MONTHS-TO-ADD
                 PERFORM 1420-ADD-MONTHS
              WHEN SO-YEARLY
                 MOVE 12 TO WS-MONTHS-TO-ADD
                 PERFORM 1420-ADD-MONTHS
           END-EVALUATE.
           MOVE WS-DATE-WORK TO SO-NEXT-DUE.

      *    Avance WS-DATE-WORK de WS-MONTHS-TO-ADD mois, au jour
      *    d'échéance de l'ordre ramené au dernier jour du mois
      *    atteint s'il est plus court.
       1420-ADD-MONTHS.
           COMPUTE WS-MONTH-TOTAL =
              WS-DATE-MONTH - 1 + WS-MONTHS-TO-ADD.
           DIVIDE WS-MONTH-TOTAL BY 12
              GIVING WS-LEAP-QUOTIENT
              REMAINDER WS-LEAP-REMAINDER.
           ADD WS-LEAP-QUOTIENT TO WS-DATE-YEAR.
           COMPUTE WS-DATE-MONTH = WS-LEAP-REMAINDER + 1.
           PERFORM 1450-LAST-DAY-OF-MONTH.
           IF WS-DUE-DAY > WS-LAST-DAY
              MOVE WS-LAST-DAY TO WS-DATE-DAY
           ELSE
              MOVE WS-DUE-DAY TO WS-DATE-DAY
           END-IF.

      *    Dernier jour du mois de WS-DATE-WORK (WS-LAST-DAY), en
      *    tenant compte des années bissextiles.
       1450-LAST-DAY-OF-MONTH.
           MOVE WS-MONTH-DAYS(WS-DATE-MONTH) TO WS-LAST-DAY.
           IF WS-DATE-MONTH = 2
              DIVIDE WS-DATE-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT
                 REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-LAST-DAY
                 DIVIDE WS-DATE-YEAR BY 100
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    DIVIDE WS-DATE-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-LAST-DAY
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Écrit le total de contrôle TR du lot, avec le comptage
      *    et le total de hachage calculés sur le contenu
      *    réellement écrit, puis ferme le fichier de transactions.
      *    Sans échéance, aucun lot n'a été ouvert.
       1500-WRITE-TRAILER.
           IF HEADER-WRITTEN
              MOVE SPACES TO CALC-TRANS-TRAILER
              MOVE 'TR' TO TT-RECORD-CODE
              MOVE WS-WRITTEN-COUNT TO TT-TRANS-COUNT
              MOVE WS-HASH-TOTAL TO TT-HASH-TOTAL
              WRITE CALC-TRANS-TRAILER
           END-IF.
           CLOSE CALC-TRANS-FILE.

      *    Réécrit le fichier maître depuis le fichier de travail,
      *    avec les prochaines échéances reportées. En cas
      *    d'échec, le fichier de travail est conservé et
      *    l'incident signalé: le lot déjà écrit ne doit pas être
      *    régénéré à la prochaine génération.
       1600-REWRITE-MASTER.
           OPEN INPUT CALC-SOWK-FILE.
           IF WS-SOWK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCSOWK.DAT "
                      "(statut " WS-SOWK-FILE-STATUS
                      "). CALCSORD.DAT non mis à jour: recopier "
                      "CALCSOWK.DAT avant la prochaine génération."
              MOVE WS-RC-FAILURE TO RETURN-CODE
           ELSE
              OPEN OUTPUT CALC-SORD-FILE
              IF WS-SORD-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible de réécrire "
                         "CALCSORD.DAT (statut " WS-SORD-FILE-STATUS
                         "). Recopier CALCSOWK.DAT avant la "
                         "prochaine génération."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
              ELSE
                 MOVE 'N' TO WS-SOWK-EOF
                 PERFORM UNTIL SOWK-EOF-REACHED
                    READ CALC-SOWK-FILE
                       AT END
                          MOVE 'Y' TO WS-SOWK-EOF
                       NOT AT END
                          MOVE CALC-SOWK-RECORD TO CALC-SORD-RECORD
                          WRITE CALC-SORD-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE CALC-SORD-FILE
              END-IF
              CLOSE CALC-SOWK-FILE
           END-IF.

      *    Transfère la ligne composée vers le registre, si
      *    celui-ci a pu être ouvert.
       8100-WRITE-SOR-LINE.
           IF WS-SOR-FILE-STATUS = '00'
              MOVE WS-SOR-LINE TO CALC-SOR-RECORD
              WRITE CALC-SOR-RECORD
           END-IF.

      *    Fin du programme: totaux de la génération, fermeture du
      *    registre et code retour pour le JCL.
       9900-TERMINATE.
           IF WS-SOR-FILE-STATUS = '00'
              MOVE SPACES TO WS-SOR-LINE
              PERFORM 8100-WRITE-SOR-LINE
              IF HEADER-WRITTEN
                 MOVE WS-HASH-TOTAL TO WS-HASH-DISPLAY
                 MOVE SPACES TO WS-SOR-LINE
                 STRING "Lot " DELIMITED BY SIZE
                        WS-GEN-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-ORIGIN-SYSTEM DELIMITED BY SIZE
                        ": transactions " DELIMITED BY SIZE
                        WS-WRITTEN-COUNT DELIMITED BY SIZE
                        ", total de hachage " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-HASH-DISPLAY)
                           DELIMITED BY SIZE
                        INTO WS-SOR-LINE
              ELSE
                 MOVE "Aucune echeance atteinte: aucun lot ecrit."
                    TO WS-SOR-LINE
              END-IF
              PERFORM 8100-WRITE-SOR-LINE
              MOVE SPACES TO WS-SOR-LINE
              STRING "Ordres lus: " DELIMITED BY SIZE
                     WS-READ-COUNT DELIMITED BY SIZE
                     "  echus: " DELIMITED BY SIZE
                     WS-DUE-ORDER-COUNT DELIMITED BY SIZE
                     "  termines: " DELIMITED BY SIZE
                     WS-ENDED-COUNT DELIMITED BY SIZE
                     "  non conformes: " DELIMITED BY SIZE
                     WS-INVALID-COUNT DELIMITED BY SIZE
                     INTO WS-SOR-LINE
              PERFORM 8100-WRITE-SOR-LINE
              CLOSE CALC-SOR-FILE
           END-IF.
           DISPLAY "Génération terminée. Ordres lus: "
                   WS-READ-COUNT " transactions: " WS-WRITTEN-COUNT
                   " non conformes: " WS-INVALID-COUNT.
           IF WS-INVALID-COUNT > ZERO
              AND RETURN-CODE = ZERO
              MOVE WS-RC-INVALID TO RETURN-CODE
           END-IF.
           STOP RUN.
