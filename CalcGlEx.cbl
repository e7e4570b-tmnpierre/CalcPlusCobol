      *    *************************************************************
      *    PROGRAMME CALCGLEX
      *    Extrait nocturne des postages vers le grand livre. Les
      *    lignes du journal des postages CALCJRNL.DAT (AP, AZ, AD,
      *    AC et contre-passations AN et AX) non encore reprises sont
      *    nettées par compte et par date de postage, et écrites
      *    dans le fichier d'interface à format fixe CALCGL.DAT: un
      *    en-tête HD (identifiant de l'extraction, lignes du
      *    journal couvertes), un enregistrement DT par compte et
      *    par date (sens D ou C et montant net), et un total de
      *    contrôle TR (nombre d'enregistrements DT, total des
      *    débits et total des crédits) sur lequel la comptabilité
      *    équilibre le fichier à réception.
      *    Chaque ligne reprise est marquée dans le journal vif de
      *    l'identifiant de l'extraction (date et heure du
      *    passage), ce qui garantit qu'elle n'est extraite qu'une
      *    fois même si le passage est relancé; chaque passage est
      *    consigné dans CALCGLCT.DAT (lignes couvertes, premier et
      *    dernier horodatage, comptages et totaux) pour retrouver
      *    un jour manquant ou doublé. Un passage sans ligne à
      *    reprendre ne touche ni CALCGL.DAT ni le journal.
      *    Le lot HD...TR du passage est composé dans CALCGLWK.DAT
      *    et n'est ajouté à CALCGL.DAT, qui cumule les lots jusqu'à
      *    leur prise en charge par la comptabilité, qu'une fois le
      *    journal vif marqué: un journal non réécrit ne laisse
      *    partir aucun lot, et un lot resté en attente (journal
      *    marqué, ajout impossible) est ajouté en tête du passage
      *    suivant. Tant qu'un lot est en attente, CALCCLOS refuse
      *    la clôture; la marque du lot est néanmoins aussi
      *    recherchée dans les archives CALCJRNA.DAT.
      *    Le journal vif est réécrit via CALCJWRK.DAT, comme pour
      *    la clôture (CALCCLOS): à passer atelier arrêté. Le
      *    paramètre facultatif AAAAMMJJ fixe une date de reprise:
      *    les lignes antérieures, déjà saisies à la main au grand
      *    livre, sont marquées sans être extraites.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcGlEx.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Journal des postages, produit par CALCPLUS (une ligne
      *    par mouvement de solde).
           SELECT CALC-JRNL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Archives du journal des postages (CALCCLOS), relues
      *    pour retrouver la marque d'un lot resté en attente.
           SELECT CALC-JRNA-FILE ASSIGN TO "CALCJRNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNA-FILE-STATUS.

      *    Fichier de travail portant le journal marqué entre la
      *    passe d'extraction et la réécriture du journal vif.
           SELECT CALC-JWRK-FILE ASSIGN TO "CALCJWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWRK-FILE-STATUS.

      *    Fichier d'interface vers le grand livre, en ajout (un
      *    lot HD...TR par passage qui a des lignes à reprendre).
           SELECT CALC-GL-FILE ASSIGN TO "CALCGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

      *    Lot du passage en cours de composition, vidé une fois
      *    ajouté à CALCGL.DAT.
           SELECT CALC-GLWK-FILE ASSIGN TO "CALCGLWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWK-FILE-STATUS.

      *    Registre des extractions, en ajout (un enregistrement
      *    par passage).
           SELECT CALC-GLCT-FILE ASSIGN TO "CALCGLCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCT-FILE-STATUS.

      *    Fichier de tri pour le regroupement par compte et par
      *    date de postage.
           SELECT CALC-SORT-FILE ASSIGN TO "CALCSORT.TMP".

       DATA DIVISION.
       FILE SECTION.

      *    Enregistrement du journal des postages, relu tel
      *    qu'écrit par CALCPLUS puis décomposé dans WS-JRNL-LINE.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement des archives du journal (bannière ou
      *    ligne déplacée).
       FD  CALC-JRNA-FILE.
       01  CALC-JRNA-RECORD        PIC X(111).

      *    Enregistrement du fichier de travail du journal
      *    (réécriture de CALCJRNL.DAT).
       FD  CALC-JWRK-FILE.
       01  CALC-JWRK-RECORD        PIC X(111).

      *    Enregistrement du fichier d'interface, recopié tel quel
      *    depuis le lot du passage.
       FD  CALC-GL-FILE.
       01  CALC-GL-RECORD          PIC X(67).

      *    Enregistrements du lot du passage, et donc du fichier
      *    d'interface: en-tête HD, détail DT et total de contrôle
      *    TR, sur le modèle des enregistrements de contrôle de
      *    CALCTRAN.DAT. Les montants sont non signés, à quatre
      *    décimales implicites, le sens étant porté par
      *    GD-DEBIT-CREDIT.
       FD  CALC-GLWK-FILE.
       01  CALC-GL-HEADER.
           05 GH-RECORD-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 GH-EXTRACT-DATE      PIC X(8).
           05 FILLER               PIC X.
           05 GH-ORIGIN-SYSTEM     PIC X(8).
           05 FILLER               PIC X.
           05 GH-EXTRACT-ID        PIC X(16).
           05 FILLER               PIC X.
           05 GH-FIRST-LINE        PIC 9(9).
           05 FILLER               PIC X.
           05 GH-LAST-LINE         PIC 9(9).
           05 FILLER               PIC X.
           05 GH-LINES-EXTRACTED   PIC 9(9).
       01  CALC-GL-DETAIL.
           05 GD-RECORD-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 GD-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 GD-POSTING-DATE      PIC X(8).
           05 FILLER               PIC X.
           05 GD-DEBIT-CREDIT      PIC X.
           05 FILLER               PIC X.
           05 GD-AMOUNT            PIC 9(11)V9(4).
           05 FILLER               PIC X.
           05 GD-LINE-COUNT        PIC 9(7).
       01  CALC-GL-TRAILER.
           05 GT-RECORD-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 GT-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X.
           05 GT-TOTAL-DEBITS      PIC 9(13)V9(4).
           05 FILLER               PIC X.
           05 GT-TOTAL-CREDITS     PIC 9(13)V9(4).

      *    Enregistrement du registre des extractions: identifiant
      *    du passage, rang de la première et de la dernière ligne
      *    reprise dans le journal vif tel qu'il était, lignes
      *    extraites et lignes marquées en reprise, horodatages de
      *    la première et de la dernière ligne extraite, puis
      *    comptage et totaux de contrôle du fichier d'interface.
       FD  CALC-GLCT-FILE.
       01  CALC-GLCT-RECORD.
           05 GC-EXTRACT-ID        PIC X(16).
           05 FILLER               PIC X.
           05 GC-FIRST-LINE        PIC 9(9).
           05 FILLER               PIC X.
           05 GC-LAST-LINE         PIC 9(9).
           05 FILLER               PIC X.
           05 GC-LINES-EXTRACTED   PIC 9(9).
           05 FILLER               PIC X.
           05 GC-LINES-TAKEN-OVER  PIC 9(9).
           05 FILLER               PIC X.
           05 GC-FIRST-STAMP       PIC X(16).
           05 FILLER               PIC X.
           05 GC-LAST-STAMP        PIC X(16).
           05 FILLER               PIC X.
           05 GC-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X.
           05 GC-TOTAL-DEBITS      PIC 9(13)V9(4).
           05 FILLER               PIC X.
           05 GC-TOTAL-CREDITS     PIC 9(13)V9(4).

      *    Enregistrement de tri: compte, date de postage et
      *    montant signé de chaque ligne extraite.
       SD  CALC-SORT-FILE.
       01  CALC-SORT-RECORD.
           05 SR-ACCOUNT-CODE      PIC X(8).
           05 SR-POSTING-DATE      PIC X(8).
           05 SR-AMOUNT            PIC S9(9)V9(4).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNA-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JWRK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-GL-FILE-STATUS    PIC XX VALUE SPACES.
           05 WS-GLWK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-GLCT-FILE-STATUS  PIC XX VALUE SPACES.

      *    Ligne du journal des postages, en miroir de la
      *    disposition de CALCPLUS (3600-WRITE-POSTING-JOURNAL).
      *    Les codes d'opération repris au grand livre sont les
      *    mouvements de solde et leurs contre-passations.
       01 WS-JRNL-LINE.
           05 JL-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 JL-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 JL-TIME              PIC X(8).
           05 FILLER               PIC X.
           05 JL-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 JL-OP-CODE           PIC X(2).
              88 GL-POSTING-CODE  VALUE 'AP', 'AZ', 'AD', 'AC',
                                        'AN', 'AX'.
           05 FILLER               PIC X.
           05 JL-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 JL-BALANCE-AFTER     PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 JL-GL-EXTRACT-ID     PIC X(16).
           05 FILLER               PIC X.
           05 JL-LINK-STAMP.
              10 JL-LINK-DATE      PIC X(8).
              10 JL-LINK-TIME      PIC X(8).
           05 FILLER               PIC X.
           05 JL-APPROVER-ID       PIC X(8).

      *    Identifiant de l'extraction (date et heure du passage,
      *    AAAAMMJJHHMMSScc), porté par l'en-tête, le registre et
      *    chaque ligne reprise.
       01 WS-EXTRACT-STAMP.
           05 WS-EXTRACT-DATE      PIC X(8).
           05 WS-EXTRACT-TIME      PIC X(8).

      *    Date de reprise facultative (AAAAMMJJ, fournie en
      *    paramètre): les lignes antérieures sont marquées sans
      *    être extraites.
       01 WS-EXTRACT-PARM          PIC X(16) VALUE SPACES.
       01 WS-TAKEOVER-DATE         PIC X(8) VALUE SPACES.

      *    Compteurs et bornes de l'extraction.
       01 WS-EXTRACT-COUNTERS.
           05 WS-JRNL-READ-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-EXTRACTED-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-TAKEN-OVER-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-ALREADY-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-UNREADABLE-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-FIRST-LINE        PIC 9(9) VALUE ZERO.
           05 WS-LAST-LINE         PIC 9(9) VALUE ZERO.
           05 WS-FIRST-STAMP       PIC X(16) VALUE SPACES.
           05 WS-LAST-STAMP        PIC X(16) VALUE SPACES.
           05 WS-DETAIL-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-NIL-NET-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-DEBITS      PIC 9(13)V9(4) VALUE ZERO.
           05 WS-TOTAL-CREDITS     PIC 9(13)V9(4) VALUE ZERO.
           05 WS-RELEASED-COUNT    PIC 9(9) VALUE ZERO.

      *    Groupe compte et date en cours de nettage dans la
      *    procédure de sortie du tri.
       01 WS-NET-GROUP.
           05 WS-GROUP-ACCOUNT     PIC X(8) VALUE SPACES.
           05 WS-GROUP-DATE        PIC X(8) VALUE SPACES.
           05 WS-GROUP-NET         PIC S9(11)V9(4) VALUE ZERO.
           05 WS-GROUP-LINES       PIC 9(7) VALUE ZERO.
           05 WS-GROUP-OPEN-FLAG   PIC X VALUE 'N'.
              88 GROUP-OPEN       VALUE 'Y'.

      *    Indicateurs de déroulement de l'extraction.
       01 WS-EXTRACT-CONTROLS.

      *    Indicateurs de fin de fichier.
           05 WS-JRNL-EOF          PIC X VALUE 'N'.
              88 JRNL-EOF-REACHED VALUE 'Y'.
           05 WS-JWRK-EOF          PIC X VALUE 'N'.
              88 JWRK-EOF-REACHED VALUE 'Y'.
           05 WS-SORT-EOF          PIC X VALUE 'N'.
              88 SORT-EOF-REACHED VALUE 'Y'.
           05 WS-GLWK-EOF          PIC X VALUE 'N'.
              88 GLWK-EOF-REACHED VALUE 'Y'.

      *    Lot resté en attente dans CALCGLWK.DAT: identifiant de
      *    son extraction, et constat de lignes du journal vif
      *    marquées de cet identifiant.
           05 WS-PENDING-ID        PIC X(16) VALUE SPACES.
           05 WS-PENDING-MARKED-FLAG PIC X VALUE 'N'.
              88 PENDING-LOT-MARKED VALUE 'Y'.

      *    Codes retour remis au JCL: 8 si des lignes illisibles
      *    sont restées hors de l'extraction, 12 si un fichier n'a
      *    pas pu être ouvert ou si le paramètre est invalide.
           05 WS-RC-UNREADABLE     PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

      *    Formats d'affichage pour les totaux.
       01 WS-DISPLAY-FORMATS.
           05 WS-NUM-DISPLAY       PIC ZZZZZZZZZZZZ9.9999.
           05 WS-NUM-DISPLAY-2     PIC ZZZZZZZZZZZZ9.9999.

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme: les lignes à
      *    reprendre sont versées au tri, qui les restitue par
      *    compte et par date pour le nettage; le journal vif n'est
      *    réécrit, marqué, qu'une fois le lot du passage complet,
      *    et le lot n'est ajouté au fichier d'interface qu'une
      *    fois le journal marqué.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-CHECK-PENDING-LOT THRU 1200-EXIT.
           SORT CALC-SORT-FILE
              ON ASCENDING KEY SR-ACCOUNT-CODE SR-POSTING-DATE
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 2000-SELECT-POSTINGS
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-WRITE-INTERFACE
                 THRU 3000-EXIT.
           IF WS-EXTRACTED-COUNT > ZERO
              OR WS-TAKEN-OVER-COUNT > ZERO
              PERFORM 4000-REWRITE-JOURNAL
              PERFORM 5000-RELEASE-INTERFACE THRU 5000-EXIT
              PERFORM 6000-WRITE-CONTROL
           END-IF.
           PERFORM 9900-TERMINATE.

      *    Contrôle le paramètre (date de reprise facultative) et
      *    fixe l'identifiant de l'extraction.
       1100-INITIALIZE.
           ACCEPT WS-EXTRACT-PARM FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-EXTRACT-PARM) TO WS-EXTRACT-PARM.
           IF WS-EXTRACT-PARM NOT = SPACES
              IF WS-EXTRACT-PARM(1:8) IS NOT NUMERIC
                 OR WS-EXTRACT-PARM(9:8) NOT = SPACES
                 DISPLAY "ERREUR: date de reprise AAAAMMJJ attendue: "
                         WS-EXTRACT-PARM ". Extraction annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-EXTRACT-PARM(1:8) TO WS-TAKEOVER-DATE
           END-IF.
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXTRACT-TIME FROM TIME.

      *    Traite un lot resté en attente dans CALCGLWK.DAT par un
      *    passage précédent. Si des lignes du journal vif, ou de
      *    ses archives, portent son identifiant, le journal a été
      *    marqué et le lot est ajouté à CALCGL.DAT; sinon le
      *    passage s'est arrêté avant le marquage, et le lot est
      *    abandonné: ses lignes sont reprises par ce passage.
       1200-CHECK-PENDING-LOT.
           OPEN INPUT CALC-GLWK-FILE.
           IF WS-GLWK-FILE-STATUS NOT = '00'
              GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-GLWK-EOF.
           READ CALC-GLWK-FILE
              AT END
                 MOVE 'Y' TO WS-GLWK-EOF
           END-READ.
           IF NOT GLWK-EOF-REACHED
              MOVE GH-EXTRACT-ID TO WS-PENDING-ID
           END-IF.
           CLOSE CALC-GLWK-FILE.
           IF GLWK-EOF-REACHED
              GO TO 1200-EXIT
           END-IF.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '00'
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                         OR PENDING-LOT-MARKED
                 READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       IF JL-GL-EXTRACT-ID = WS-PENDING-ID
                          MOVE 'Y' TO WS-PENDING-MARKED-FLAG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNL-FILE
           ELSE
              IF WS-JRNL-FILE-STATUS NOT = '35'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                         "(statut " WS-JRNL-FILE-STATUS
                         "). Extraction annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.
           IF NOT PENDING-LOT-MARKED
              PERFORM 1210-SEARCH-ARCHIVE
           END-IF.
           IF PENDING-LOT-MARKED
              DISPLAY "Lot en attente " WS-PENDING-ID
                      " (journal marqué): ajout à CALCGL.DAT."
              PERFORM 5000-RELEASE-INTERFACE THRU 5000-EXIT
              IF RETURN-CODE NOT = ZERO
                 PERFORM 9900-TERMINATE
              END-IF
           ELSE
              DISPLAY "Lot en attente " WS-PENDING-ID
                      " non marqué au journal: abandonné, ses "
                      "lignes sont reprises."
              PERFORM 4100-DISCARD-LOT
           END-IF.
       1200-EXIT.
           EXIT.

      *    Recherche la marque du lot en attente dans les archives
      *    du journal. Des archives absentes ne la portent pas;
      *    illisibles, elles ne permettent pas de conclure et le
      *    passage est annulé plutôt que le lot abandonné.
       1210-SEARCH-ARCHIVE.
           OPEN INPUT CALC-JRNA-FILE.
           IF WS-JRNA-FILE-STATUS = '00'
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                         OR PENDING-LOT-MARKED
                 READ CALC-JRNA-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       IF JL-GL-EXTRACT-ID = WS-PENDING-ID
                          MOVE 'Y' TO WS-PENDING-MARKED-FLAG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNA-FILE
           ELSE
              IF WS-JRNA-FILE-STATUS NOT = '35'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCJRNA.DAT "
                         "(statut " WS-JRNA-FILE-STATUS
                         "). Extraction annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.

      *    Procédure d'entrée du tri: relit le journal vif, verse
      *    au tri chaque ligne à reprendre et recopie tout le
      *    journal dans le fichier de travail, les lignes reprises
      *    portant désormais l'identifiant de l'extraction.
       2000-SELECT-POSTINGS.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
              DISPLAY "CALCJRNL.DAT absent: aucune ligne à "
                      "reprendre."
              GO TO 2000-EXIT
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Extraction annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT CALC-JWRK-FILE.
           IF WS-JWRK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCJWRK.DAT "
                      "(statut " WS-JWRK-FILE-STATUS
                      "). Extraction annulée."
              CLOSE CALC-JRNL-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-JRNL-EOF.
           PERFORM UNTIL JRNL-EOF-REACHED
              READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                 AT END
                    MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                    ADD 1 TO WS-JRNL-READ-COUNT
                    PERFORM 2100-SELECT-ONE
                    MOVE WS-JRNL-LINE TO CALC-JWRK-RECORD
                    WRITE CALC-JWRK-RECORD
              END-READ
           END-PERFORM.
           CLOSE CALC-JRNL-FILE.
           CLOSE CALC-JWRK-FILE.
       2000-EXIT.
           EXIT.

      *    Examine une ligne du journal: une ligne déjà marquée est
      *    laissée telle quelle; une ligne de mouvement non marquée
      *    est versée au tri (ou, antérieure à la date de reprise,
      *    seulement marquée) et reçoit l'identifiant de
      *    l'extraction. Une ligne illisible n'est pas marquée et
      *    reste à reprendre après correction.
       2100-SELECT-ONE.
           IF JL-GL-EXTRACT-ID NOT = SPACES
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              IF GL-POSTING-CODE
                 IF JL-ACCOUNT-CODE = SPACES
                    OR JL-DATE IS NOT NUMERIC
                    OR JL-AMOUNT IS NOT NUMERIC
                    DISPLAY "Ligne de journal illisible non reprise "
                            "(rang " WS-JRNL-READ-COUNT "): "
                            CALC-JRNL-RECORD(1:40)
                    ADD 1 TO WS-UNREADABLE-COUNT
                 ELSE
                    IF WS-TAKEOVER-DATE NOT = SPACES
                       AND JL-DATE < WS-TAKEOVER-DATE
                       ADD 1 TO WS-TAKEN-OVER-COUNT
                    ELSE
                       MOVE JL-ACCOUNT-CODE TO SR-ACCOUNT-CODE
                       MOVE JL-DATE TO SR-POSTING-DATE
                       MOVE JL-AMOUNT TO SR-AMOUNT
                       RELEASE CALC-SORT-RECORD
                       ADD 1 TO WS-EXTRACTED-COUNT
                       IF WS-FIRST-LINE = ZERO
                          MOVE WS-JRNL-READ-COUNT TO WS-FIRST-LINE
                          STRING JL-DATE JL-TIME DELIMITED BY SIZE
                             INTO WS-FIRST-STAMP
                       END-IF
                       MOVE WS-JRNL-READ-COUNT TO WS-LAST-LINE
                       STRING JL-DATE JL-TIME DELIMITED BY SIZE
                          INTO WS-LAST-STAMP
                    END-IF
                    MOVE WS-EXTRACT-STAMP TO JL-GL-EXTRACT-ID
                 END-IF
              END-IF
           END-IF.

      *    Procédure de sortie du tri: nette les lignes par compte
      *    et par date et compose le lot du passage (en-tête,
      *    détails, total de contrôle) dans CALCGLWK.DAT. Sans
      *    ligne extraite, aucun lot n'est composé.
       3000-WRITE-INTERFACE.
           IF WS-EXTRACTED-COUNT = ZERO
              GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT CALC-GLWK-FILE.
           IF WS-GLWK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCGLWK.DAT "
                      "(statut " WS-GLWK-FILE-STATUS
                      "). Extraction annulée, journal non marqué."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE SPACES TO CALC-GL-HEADER.
           MOVE "HD" TO GH-RECORD-CODE.
           MOVE WS-EXTRACT-DATE TO GH-EXTRACT-DATE.
           MOVE "CALCPLUS" TO GH-ORIGIN-SYSTEM.
           MOVE WS-EXTRACT-STAMP TO GH-EXTRACT-ID.
           MOVE WS-FIRST-LINE TO GH-FIRST-LINE.
           MOVE WS-LAST-LINE TO GH-LAST-LINE.
           MOVE WS-EXTRACTED-COUNT TO GH-LINES-EXTRACTED.
           WRITE CALC-GL-HEADER.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL SORT-EOF-REACHED
              RETURN CALC-SORT-FILE
                 AT END
                    MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END
                    PERFORM 3100-NET-ONE
              END-RETURN
           END-PERFORM.
           IF GROUP-OPEN
              PERFORM 3200-WRITE-DETAIL
           END-IF.
           MOVE SPACES TO CALC-GL-TRAILER.
           MOVE "TR" TO GT-RECORD-CODE.
           MOVE WS-DETAIL-COUNT TO GT-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS TO GT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS.
           WRITE CALC-GL-TRAILER.
           CLOSE CALC-GLWK-FILE.
       3000-EXIT.
           EXIT.

      *    Cumule une ligne restituée par le tri dans le groupe
      *    compte et date en cours, en écrivant le groupe précédent
      *    à chaque rupture.
       3100-NET-ONE.
           IF GROUP-OPEN
              AND (SR-ACCOUNT-CODE NOT = WS-GROUP-ACCOUNT
                   OR SR-POSTING-DATE NOT = WS-GROUP-DATE)
              PERFORM 3200-WRITE-DETAIL
           END-IF.
           IF NOT GROUP-OPEN
              MOVE SR-ACCOUNT-CODE TO WS-GROUP-ACCOUNT
              MOVE SR-POSTING-DATE TO WS-GROUP-DATE
              MOVE ZERO TO WS-GROUP-NET
              MOVE ZERO TO WS-GROUP-LINES
              MOVE 'Y' TO WS-GROUP-OPEN-FLAG
           END-IF.
           ADD SR-AMOUNT TO WS-GROUP-NET.
           ADD 1 TO WS-GROUP-LINES.

      *    Écrit le détail DT du groupe en cours: débit (D) pour un
      *    net positif, crédit (C) pour un net négatif. Un groupe
      *    dont les mouvements s'annulent n'a rien à porter au
      *    grand livre: il est compté sans être écrit.
       3200-WRITE-DETAIL.
           IF WS-GROUP-NET = ZERO
              ADD 1 TO WS-NIL-NET-COUNT
           ELSE
              MOVE SPACES TO CALC-GL-DETAIL
              MOVE "DT" TO GD-RECORD-CODE
              MOVE WS-GROUP-ACCOUNT TO GD-ACCOUNT-CODE
              MOVE WS-GROUP-DATE TO GD-POSTING-DATE
              IF WS-GROUP-NET > ZERO
                 MOVE 'D' TO GD-DEBIT-CREDIT
                 MOVE WS-GROUP-NET TO GD-AMOUNT
                 ADD WS-GROUP-NET TO WS-TOTAL-DEBITS
              ELSE
                 MOVE 'C' TO GD-DEBIT-CREDIT
                 COMPUTE GD-AMOUNT = 0 - WS-GROUP-NET
                 SUBTRACT WS-GROUP-NET FROM WS-TOTAL-CREDITS
              END-IF
              MOVE WS-GROUP-LINES TO GD-LINE-COUNT
              WRITE CALC-GL-DETAIL
              ADD 1 TO WS-DETAIL-COUNT
           END-IF.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

      *    Réécrit le journal vif depuis le fichier de travail, les
      *    lignes reprises y portant l'identifiant de l'extraction.
      *    Si le journal ne peut être réécrit, le lot du passage
      *    est abandonné (4100): les lignes, non marquées, seront
      *    reprises par le passage suivant.
       4000-REWRITE-JOURNAL.
           OPEN INPUT CALC-JWRK-FILE.
           IF WS-JWRK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCJWRK.DAT "
                      "(statut " WS-JWRK-FILE-STATUS
                      "). Journal vif non marqué, lot abandonné."
              PERFORM 4100-DISCARD-LOT
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de réécrire CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Journal vif non marqué, lot abandonné."
              CLOSE CALC-JWRK-FILE
              PERFORM 4100-DISCARD-LOT
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE 'N' TO WS-JWRK-EOF.
           PERFORM UNTIL JWRK-EOF-REACHED
              READ CALC-JWRK-FILE
                 AT END
                    MOVE 'Y' TO WS-JWRK-EOF
                 NOT AT END
                    MOVE CALC-JWRK-RECORD TO CALC-JRNL-RECORD
                    WRITE CALC-JRNL-RECORD
              END-READ
           END-PERFORM.
           CLOSE CALC-JWRK-FILE.
           CLOSE CALC-JRNL-FILE.

      *    Vide le lot du passage, qui ne doit pas partir vers le
      *    grand livre.
       4100-DISCARD-LOT.
           OPEN OUTPUT CALC-GLWK-FILE.
           IF WS-GLWK-FILE-STATUS = '00'
              CLOSE CALC-GLWK-FILE
           ELSE
              DISPLAY "ERREUR: impossible de vider CALCGLWK.DAT "
                      "(statut " WS-GLWK-FILE-STATUS
                      "): le supprimer avant le passage suivant."
           END-IF.

      *    Ajoute à CALCGL.DAT le lot en attente dans CALCGLWK.DAT
      *    (créé si absent), puis vide CALCGLWK.DAT. Appelé en tête
      *    de passage pour un lot resté en attente (1200), et après
      *    le marquage du journal pour le lot du passage. Un lot qui
      *    ne peut être ajouté reste en attente (code retour 12).
       5000-RELEASE-INTERFACE.
           OPEN INPUT CALC-GLWK-FILE.
           IF WS-GLWK-FILE-STATUS = '35'
              GO TO 5000-EXIT
           END-IF.
           IF WS-GLWK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCGLWK.DAT "
                      "(statut " WS-GLWK-FILE-STATUS
                      "). Lot non ajouté à CALCGL.DAT."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-GLWK-EOF.
           READ CALC-GLWK-FILE
              AT END
                 MOVE 'Y' TO WS-GLWK-EOF
           END-READ.
           IF GLWK-EOF-REACHED
              CLOSE CALC-GLWK-FILE
              GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND CALC-GL-FILE.
           IF WS-GL-FILE-STATUS = '35'
              CLOSE CALC-GL-FILE
              OPEN OUTPUT CALC-GL-FILE
           END-IF.
           IF WS-GL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCGL.DAT "
                      "(statut " WS-GL-FILE-STATUS
                      "). Lot conservé dans CALCGLWK.DAT, ajouté "
                      "au passage suivant."
              CLOSE CALC-GLWK-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           PERFORM UNTIL GLWK-EOF-REACHED
              MOVE CALC-GL-HEADER TO CALC-GL-RECORD
              WRITE CALC-GL-RECORD
              ADD 1 TO WS-RELEASED-COUNT
              READ CALC-GLWK-FILE
                 AT END
                    MOVE 'Y' TO WS-GLWK-EOF
              END-READ
           END-PERFORM.
           CLOSE CALC-GL-FILE.
           CLOSE CALC-GLWK-FILE.
           DISPLAY "Lot ajouté à CALCGL.DAT: " WS-RELEASED-COUNT
                   " enregistrement(s).".
           PERFORM 4100-DISCARD-LOT.
       5000-EXIT.
           EXIT.

      *    Consigne le passage au registre des extractions. Le
      *    journal est alors marqué: un registre inaccessible est
      *    signalé sans remettre l'extraction en cause.
       6000-WRITE-CONTROL.
           OPEN EXTEND CALC-GLCT-FILE.
           IF WS-GLCT-FILE-STATUS = '35'
              CLOSE CALC-GLCT-FILE
              OPEN OUTPUT CALC-GLCT-FILE
           END-IF.
           IF WS-GLCT-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCGLCT.DAT "
                      "(statut " WS-GLCT-FILE-STATUS
                      "). Passage non consigné au registre."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE SPACES TO CALC-GLCT-RECORD.
           MOVE WS-EXTRACT-STAMP TO GC-EXTRACT-ID.
           MOVE WS-FIRST-LINE TO GC-FIRST-LINE.
           MOVE WS-LAST-LINE TO GC-LAST-LINE.
           MOVE WS-EXTRACTED-COUNT TO GC-LINES-EXTRACTED.
           MOVE WS-TAKEN-OVER-COUNT TO GC-LINES-TAKEN-OVER.
           MOVE WS-FIRST-STAMP TO GC-FIRST-STAMP.
           MOVE WS-LAST-STAMP TO GC-LAST-STAMP.
           MOVE WS-DETAIL-COUNT TO GC-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS TO GC-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GC-TOTAL-CREDITS.
           WRITE CALC-GLCT-RECORD.
           CLOSE CALC-GLCT-FILE.

      *    Fin du programme: totaux de l'extraction et code retour
      *    pour le JCL.
       9900-TERMINATE.
           MOVE WS-TOTAL-DEBITS TO WS-NUM-DISPLAY.
           MOVE WS-TOTAL-CREDITS TO WS-NUM-DISPLAY-2.
           DISPLAY "Extraction " WS-EXTRACT-STAMP " terminée. "
                   "Lignes lues: " WS-JRNL-READ-COUNT
                   " extraites: " WS-EXTRACTED-COUNT
                   " reprises: " WS-TAKEN-OVER-COUNT
                   " déjà extraites: " WS-ALREADY-COUNT
                   " illisibles: " WS-UNREADABLE-COUNT.
           DISPLAY "Interface CALCGL.DAT: " WS-DETAIL-COUNT
                   " enregistrement(s), débits "
                   FUNCTION TRIM(WS-NUM-DISPLAY)
                   " crédits " FUNCTION TRIM(WS-NUM-DISPLAY-2)
                   " (nets nuls: " WS-NIL-NET-COUNT ")".
           IF WS-EXTRACTED-COUNT > ZERO
              DISPLAY "Lignes du journal couvertes: rangs "
                      WS-FIRST-LINE " à " WS-LAST-LINE
                      ", du " WS-FIRST-STAMP " au " WS-LAST-STAMP
           END-IF.
           IF WS-UNREADABLE-COUNT > ZERO
              AND RETURN-CODE = ZERO
              MOVE WS-RC-UNREADABLE TO RETURN-CODE
           END-IF.
           STOP RUN.
