      *    *************************************************************
      *    PROGRAMME CALCSECR
      *    État quotidien de sécurité des ouvertures de session.
      *    Pour la date demandée en paramètre (AAAAMMJJ, la date du
      *    jour à défaut), ce programme relit le journal de
      *    sécurité CALCSECU.DAT écrit par CALCPLUS et liste: les
      *    essais refusés, regroupés par identifiant dans l'ordre
      *    des identifiants (nombre de refus par motif, premier et
      *    dernier essai); les verrouillages d'identifiants
      *    prononcés dans la journée; et chaque utilisation d'un
      *    identifiant désactivé, avec l'origine de sa
      *    désactivation relevée dans la piste d'audit des
      *    opérateurs CALCOPAU.DAT (désactivation par CALCOPMT et
      *    par quel intervenant, ou verrouillage par CALCPLUS). Le
      *    fichier maître CALCOPER.DAT fournit le nom et l'état
      *    actuel de chaque identifiant.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSecR.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Journal de sécurité des ouvertures de session, écrit par
      *    CALCPLUS.
           SELECT CALC-SECU-FILE ASSIGN TO "CALCSECU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECU-FILE-STATUS.

      *    Piste d'audit du fichier maître des opérateurs (CALCOPMT,
      *    et verrouillages de CALCPLUS).
           SELECT CALC-OPAU-FILE ASSIGN TO "CALCOPAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAU-FILE-STATUS.

      *    Fichier maître des opérateurs.
           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

      *    État de sécurité produit par ce programme.
           SELECT CALC-SCR-FILE ASSIGN TO "CALCSCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Ligne du journal de sécurité, en miroir de la
      *    disposition de CALCPLUS. Résultat: A = accepté, R =
      *    refusé, V = verrouillage. Motif: 00 accepté, 01
      *    identifiant à blanc, 02 inconnu, 03 désactivé, 04 non
      *    autorisé au mode batch, 05 verrouillage après trois
      *    refus dans la session, 06 après refus répétés dans la
      *    journée.
       FD  CALC-SECU-FILE.
       01  CALC-SECU-RECORD.
           05 SE-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 SE-TIME              PIC X(8).
           05 FILLER               PIC X.
           05 SE-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 SE-RUN-MODE          PIC X(8).
           05 FILLER               PIC X.
           05 SE-RESULT            PIC X.
              88 SE-ACCEPTED      VALUE 'A'.
              88 SE-REFUSED       VALUE 'R'.
              88 SE-LOCKOUT       VALUE 'V'.
           05 FILLER               PIC X.
           05 SE-REASON-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 SE-ATTEMPT           PIC 9.
           05 FILLER               PIC X.
           05 SE-REASON-TEXT       PIC X(30).

      *    Enregistrement d'audit, en miroir de la disposition de
      *    CALCOPMT. L'indicateur d'activité est le quatorzième
      *    octet des images du fichier maître. Les enregistrements
      *    écrits avant les plafonds de postage portent des images
      *    de 35 octets (109 octets au plus): ils sont relus par la
      *    seconde description, d'après la longueur lue.
       FD  CALC-OPAU-FILE
           RECORD VARYING IN SIZE FROM 1 TO 143 CHARACTERS
           DEPENDING ON WS-OPAU-RECORD-LENGTH.
       01  CALC-OPAU-RECORD.
           05 AU-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 AU-TIME              PIC 9(8).
           05 FILLER               PIC X.
           05 AU-USER-ID           PIC X(8).
           05 FILLER               PIC X.
           05 AU-ACTION            PIC X.
           05 FILLER               PIC X.
           05 AU-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 AU-BEFORE-IMAGE      PIC X(52).
           05 FILLER               PIC X.
           05 AU-AFTER-IMAGE       PIC X(52).
       01  CALC-OPAU-OLD-RECORD.
           05 FILLER               PIC X(38).
           05 AO-BEFORE-IMAGE      PIC X(35).
           05 FILLER               PIC X.
           05 AO-AFTER-IMAGE       PIC X(35).

      *    Enregistrement du fichier maître des opérateurs, en
      *    miroir de la disposition de CALCPLUS.
       FD  CALC-OPER-FILE.
       01  CALC-OPER-RECORD.
           05 OM-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 OM-ROUND-MODE        PIC X.
           05 FILLER               PIC X.
           05 OM-BATCH-ALLOWED     PIC X.
           05 FILLER               PIC X.
           05 OM-ACTIVE            PIC X.
           05 FILLER               PIC X.
           05 OM-OPERATOR-NAME     PIC X(20).
           05 FILLER               PIC X.
           05 OM-POST-LIMIT        PIC X(14).
           05 FILLER               PIC X.
           05 OM-SUPERVISOR        PIC X.

      *    Enregistrement de l'état (une ligne de texte).
       FD  CALC-SCR-FILE.
       01  CALC-SCR-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-SECU-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-OPAU-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-OPER-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-SCR-FILE-STATUS   PIC XX VALUE SPACES.

      *    Date demandée en paramètre (équivalent du PARM= de
      *    l'étape JCL), à blanc pour la date du jour.
       01 WS-REPORT-CONTROLS.
           05 WS-REPORT-PARM       PIC X(16) VALUE SPACES.
           05 WS-REPORT-DATE       PIC X(8).
           05 WS-TODAY-DATE        PIC X(8).
           05 WS-DATE-WORK         PIC X(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
              10 WS-DATE-YEAR      PIC 9(4).
              10 WS-DATE-MONTH     PIC 9(2).
              10 WS-DATE-DAY       PIC 9(2).

      *    Table des opérateurs du fichier maître: nom et état
      *    actuel, aux capacités de CALCPLUS.
       01 WS-OPER-DATA.
           05 WS-OPER-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-OPER-LIMIT        PIC 9(3) VALUE 100.
           05 WS-OPER-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-OPR-IDX.
              10 OP-OPERATOR-ID    PIC X(8).
              10 OP-OPERATOR-NAME  PIC X(20).
              10 OP-ACTIVE         PIC X.
           05 WS-OPER-FOUND        PIC 9(3).

      *    Table des dernières désactivations par identifiant,
      *    relevées dans la piste d'audit (passage de l'indicateur
      *    d'activité à N): date, heure, intervenant et action (D
      *    ou C pour CALCOPMT, V pour un verrouillage de CALCPLUS).
      *    Une réactivation ultérieure efface la désactivation.
       01 WS-DEACT-DATA.
           05 WS-DEACT-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-DEACT-LIMIT       PIC 9(3) VALUE 200.
           05 WS-DEACT-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-DEA-IDX.
              10 DA-OPERATOR-ID    PIC X(8).
              10 DA-ACTIVE-FLAG    PIC X.
              10 DA-DATE           PIC 9(8).
              10 DA-TIME           PIC 9(8).
              10 DA-USER-ID        PIC X(8).
              10 DA-ACTION         PIC X.
           05 WS-DEACT-FOUND       PIC 9(3).

      *    Table des identifiants refusés dans la journée, tenue
      *    dans l'ordre des identifiants: nombre de refus, détail
      *    par motif (01 à 04), heures du premier et du dernier
      *    refus, mode du dernier refus.
       01 WS-REFUSAL-DATA.
           05 WS-REF-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-REF-LIMIT         PIC 9(3) VALUE 200.
           05 WS-REF-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-REF-IDX.
              10 RF-OPERATOR-ID    PIC X(8).
              10 RF-TOTAL          PIC 9(5).
              10 RF-REASON-COUNT   PIC 9(5) OCCURS 4 TIMES.
              10 RF-FIRST-TIME     PIC X(8).
              10 RF-LAST-TIME      PIC X(8).
              10 RF-LAST-MODE      PIC X(8).
           05 WS-REF-FOUND         PIC 9(3).
           05 WS-REF-SHIFT         PIC 9(3).
           05 WS-REF-REASON-IDX    PIC 9.
           05 WS-REF-ID-WORK       PIC X(8).

      *    Indicateurs de fin de fichier et de saturation.
       01 WS-SECR-CONTROLS.
           05 WS-SECU-EOF          PIC X VALUE 'N'.
              88 SECU-EOF-REACHED VALUE 'Y'.
           05 WS-OPAU-EOF          PIC X VALUE 'N'.
              88 OPAU-EOF-REACHED VALUE 'Y'.
           05 WS-OPAU-RECORD-LENGTH PIC 9(4) VALUE ZERO.
           05 WS-OPAU-OLD-LENGTH   PIC 9(4) VALUE 109.
           05 WS-OPER-EOF          PIC X VALUE 'N'.
              88 OPER-EOF-REACHED VALUE 'Y'.
           05 WS-TRUNCATED-FLAG    PIC X VALUE 'N'.
              88 WS-TABLE-TRUNCATED VALUE 'Y'.

      *    Codes retour remis au JCL: 8 si un identifiant a été
      *    verrouillé ou si un identifiant désactivé a été utilisé
      *    dans la journée, 12 si la date est invalide ou si un
      *    fichier n'a pas pu être ouvert.
           05 WS-RC-EXCEPTION      PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

      *    Images avant/après de l'enregistrement d'audit en cours,
      *    ramenées à la disposition courante quelle que soit
      *    l'époque de l'enregistrement.
       01 WS-AUDIT-IMAGES.
           05 WS-AUDIT-BEFORE-IMAGE PIC X(52).
           05 WS-AUDIT-AFTER-IMAGE PIC X(52).

      *    Compteurs de la journée.
       01 WS-SECR-COUNTERS.
           05 WS-ATTEMPT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ACCEPTED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-REFUSED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-LOCKOUT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DEACT-USE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-OPMT-USE-COUNT    PIC 9(7) VALUE ZERO.

      *    Zones d'édition de l'état.
       01 WS-EDIT-AREAS.
           05 WS-OPER-NAME-WORK    PIC X(20).
           05 WS-ORIGIN-TEXT       PIC X(50).
           05 WS-TIME-DISPLAY.
              10 WS-TD-HH          PIC X(2).
              10 FILLER            PIC X VALUE ':'.
              10 WS-TD-MM          PIC X(2).
              10 FILLER            PIC X VALUE ':'.
              10 WS-TD-SS          PIC X(2).
           05 WS-FIRST-DISPLAY     PIC X(8).

      *    Ligne de texte de l'état, composée en mémoire avant
      *    d'être transférée vers CALC-SCR-RECORD.
       01 WS-SCR-LINE              PIC X(110).

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-LOAD-OPERATORS.
           PERFORM 1300-LOAD-DEACTIVATIONS.
           PERFORM 1400-LOAD-REFUSALS.
           PERFORM 1500-REPORT-REFUSALS.
           PERFORM 1600-REPORT-LOCKOUTS.
           PERFORM 1700-REPORT-DEACTIVATED-USE.
           PERFORM 9900-TERMINATE.

      *    Contrôle la date demandée et ouvre l'état avec son
      *    en-tête.
       1100-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REPORT-PARM FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-REPORT-PARM) TO WS-REPORT-PARM.
           IF WS-REPORT-PARM = SPACES
              MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           ELSE
              MOVE WS-REPORT-PARM(1:8) TO WS-DATE-WORK
              IF WS-DATE-WORK IS NOT NUMERIC
                 OR WS-REPORT-PARM(9:8) NOT = SPACES
                 OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                 OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                 DISPLAY "ERREUR: date AAAAMMJJ attendue en "
                         "paramètre. État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-DATE-WORK TO WS-REPORT-DATE
           END-IF.
           OPEN OUTPUT CALC-SCR-FILE.
           IF WS-SCR-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCSCR.DAT "
                      "(statut " WS-SCR-FILE-STATUS
                      "). État non produit."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE SPACES TO WS-SCR-LINE.
           STRING "Securite des ouvertures de session CALCPLUS - "
                     DELIMITED BY SIZE
                  "Journee du " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  " - Date: " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.
           MOVE SPACES TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.

      *    Charge le fichier maître des opérateurs. Un fichier
      *    absent n'est pas une erreur (identifiants sans nom).
       1200-LOAD-OPERATORS.
           OPEN INPUT CALC-OPER-FILE.
           IF WS-OPER-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF WS-OPER-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCOPER.DAT "
                         "(statut " WS-OPER-FILE-STATUS
                         "). État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-OPER-EOF
                 PERFORM UNTIL OPER-EOF-REACHED
                    READ CALC-OPER-FILE
                       AT END
                          MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                          IF OM-OPERATOR-ID NOT = SPACES
                             AND WS-OPER-COUNT < WS-OPER-LIMIT
                             ADD 1 TO WS-OPER-COUNT
                             SET WS-OPR-IDX TO WS-OPER-COUNT
                             MOVE FUNCTION UPPER-CASE(OM-OPERATOR-ID)
                                TO OP-OPERATOR-ID(WS-OPR-IDX)
                             MOVE OM-OPERATOR-NAME
                                TO OP-OPERATOR-NAME(WS-OPR-IDX)
                             MOVE FUNCTION UPPER-CASE(OM-ACTIVE)
                                TO OP-ACTIVE(WS-OPR-IDX)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CALC-OPER-FILE
              END-IF
           END-IF.

      *    Relève dans la piste d'audit, pour chaque identifiant,
      *    son dernier changement d'activité. Une piste absente
      *    n'est pas une erreur (origine des désactivations
      *    inconnue).
       1300-LOAD-DEACTIVATIONS.
           OPEN INPUT CALC-OPAU-FILE.
           IF WS-OPAU-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF WS-OPAU-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCOPAU.DAT "
                         "(statut " WS-OPAU-FILE-STATUS
                         "). État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-OPAU-EOF
                 PERFORM UNTIL OPAU-EOF-REACHED
                    READ CALC-OPAU-FILE
                       AT END
                          MOVE 'Y' TO WS-OPAU-EOF
                       NOT AT END
                          PERFORM 1310-NOTE-ONE-AUDIT
                    END-READ
                 END-PERFORM
                 CLOSE CALC-OPAU-FILE
              END-IF
           END-IF.

      *    Retient un enregistrement d'audit qui change l'activité
      *    d'un identifiant (désactivation ou réactivation). Les
      *    ajouts et les enregistrements d'échec sont ignorés. Un
      *    enregistrement court n'est pris pour l'ancienne
      *    disposition que si l'image après y porte l'identifiant
      *    (un nom très court peut raccourcir un enregistrement
      *    courant).
       1310-NOTE-ONE-AUDIT.
           MOVE AU-BEFORE-IMAGE TO WS-AUDIT-BEFORE-IMAGE.
           MOVE AU-AFTER-IMAGE TO WS-AUDIT-AFTER-IMAGE.
           IF WS-OPAU-RECORD-LENGTH NOT > WS-OPAU-OLD-LENGTH
              AND FUNCTION UPPER-CASE(AO-AFTER-IMAGE(1:8))
                  = FUNCTION UPPER-CASE(AU-OPERATOR-ID)
              MOVE AO-BEFORE-IMAGE TO WS-AUDIT-BEFORE-IMAGE
              MOVE AO-AFTER-IMAGE TO WS-AUDIT-AFTER-IMAGE
           END-IF.
           IF AU-OPERATOR-ID NOT = SPACES
              AND WS-AUDIT-BEFORE-IMAGE NOT = SPACES
              AND WS-AUDIT-BEFORE-IMAGE(14:1)
                  NOT = WS-AUDIT-AFTER-IMAGE(14:1)
              AND AU-ACTION NOT = 'E'
              MOVE ZERO TO WS-DEACT-FOUND
              PERFORM VARYING WS-DEA-IDX FROM 1 BY 1
                      UNTIL WS-DEA-IDX > WS-DEACT-COUNT
                      OR WS-DEACT-FOUND > ZERO
                 IF DA-OPERATOR-ID(WS-DEA-IDX)
                    = FUNCTION UPPER-CASE(AU-OPERATOR-ID)
                    SET WS-DEACT-FOUND TO WS-DEA-IDX
                 END-IF
              END-PERFORM
              IF WS-DEACT-FOUND = ZERO
                 IF WS-DEACT-COUNT < WS-DEACT-LIMIT
                    ADD 1 TO WS-DEACT-COUNT
                    MOVE WS-DEACT-COUNT TO WS-DEACT-FOUND
                 ELSE
                    MOVE 'Y' TO WS-TRUNCATED-FLAG
                 END-IF
              END-IF
              IF WS-DEACT-FOUND > ZERO
                 SET WS-DEA-IDX TO WS-DEACT-FOUND
                 MOVE FUNCTION UPPER-CASE(AU-OPERATOR-ID)
                    TO DA-OPERATOR-ID(WS-DEA-IDX)
                 MOVE FUNCTION UPPER-CASE(WS-AUDIT-AFTER-IMAGE(14:1))
                    TO DA-ACTIVE-FLAG(WS-DEA-IDX)
                 MOVE AU-DATE TO DA-DATE(WS-DEA-IDX)
                 MOVE AU-TIME TO DA-TIME(WS-DEA-IDX)
                 MOVE AU-USER-ID TO DA-USER-ID(WS-DEA-IDX)
                 MOVE AU-ACTION TO DA-ACTION(WS-DEA-IDX)
              END-IF
           END-IF.

      *    Première lecture du journal de sécurité: comptes de la
      *    journée et table des refus par identifiant. Un journal
      *    absent n'est pas une erreur (aucun essai consigné).
       1400-LOAD-REFUSALS.
           OPEN INPUT CALC-SECU-FILE.
           IF WS-SECU-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCSECU.DAT absent, aucun essai "
                      "consigné."
           ELSE
              IF WS-SECU-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCSECU.DAT "
                         "(statut " WS-SECU-FILE-STATUS
                         "). État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-SECU-EOF
                 PERFORM UNTIL SECU-EOF-REACHED
                    READ CALC-SECU-FILE
                       AT END
                          MOVE 'Y' TO WS-SECU-EOF
                       NOT AT END
                          IF SE-DATE = WS-REPORT-DATE
                             PERFORM 1410-COUNT-ONE-LINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CALC-SECU-FILE
              END-IF
           END-IF.

      *    Compte une ligne de la journée; un refus est cumulé sur
      *    son identifiant.
       1410-COUNT-ONE-LINE.
           EVALUATE TRUE
              WHEN SE-ACCEPTED
                 ADD 1 TO WS-ATTEMPT-COUNT
                 ADD 1 TO WS-ACCEPTED-COUNT
              WHEN SE-LOCKOUT
                 ADD 1 TO WS-LOCKOUT-COUNT
              WHEN SE-REFUSED
                 ADD 1 TO WS-ATTEMPT-COUNT
                 ADD 1 TO WS-REFUSED-COUNT
                 IF SE-REASON-CODE = '03'
                    ADD 1 TO WS-DEACT-USE-COUNT
                 END-IF
                 MOVE SE-OPERATOR-ID TO WS-REF-ID-WORK
                 PERFORM 1420-FIND-REFUSED-ID THRU 1420-EXIT
                 IF WS-REF-FOUND > ZERO
                    SET WS-REF-IDX TO WS-REF-FOUND
                    ADD 1 TO RF-TOTAL(WS-REF-IDX)
                    IF SE-REASON-CODE = '01' OR '02' OR '03' OR '04'
                       MOVE SE-REASON-CODE(2:1) TO WS-REF-REASON-IDX
                       ADD 1 TO RF-REASON-COUNT(WS-REF-IDX,
                                                WS-REF-REASON-IDX)
                    END-IF
                    IF RF-FIRST-TIME(WS-REF-IDX) = SPACES
                       MOVE SE-TIME TO RF-FIRST-TIME(WS-REF-IDX)
                    END-IF
                    MOVE SE-TIME TO RF-LAST-TIME(WS-REF-IDX)
                    MOVE SE-RUN-MODE TO RF-LAST-MODE(WS-REF-IDX)
                 END-IF
           END-EVALUATE.

      *    Recherche WS-REF-ID-WORK dans la table des refus, tenue
      *    dans l'ordre des identifiants: un identifiant nouveau
      *    est inséré à son rang, les suivants étant décalés.
       1420-FIND-REFUSED-ID.
           MOVE ZERO TO WS-REF-FOUND.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   OR WS-REF-FOUND > ZERO
              IF RF-OPERATOR-ID(WS-REF-IDX) NOT < WS-REF-ID-WORK
                 SET WS-REF-FOUND TO WS-REF-IDX
              END-IF
           END-PERFORM.
           IF WS-REF-FOUND > ZERO
              SET WS-REF-IDX TO WS-REF-FOUND
              IF RF-OPERATOR-ID(WS-REF-IDX) = WS-REF-ID-WORK
                 GO TO 1420-EXIT
              END-IF
           ELSE
              COMPUTE WS-REF-FOUND = WS-REF-COUNT + 1
           END-IF.
           IF WS-REF-COUNT NOT < WS-REF-LIMIT
              MOVE 'Y' TO WS-TRUNCATED-FLAG
              MOVE ZERO TO WS-REF-FOUND
              GO TO 1420-EXIT
           END-IF.
           PERFORM VARYING WS-REF-SHIFT FROM WS-REF-COUNT BY -1
                   UNTIL WS-REF-SHIFT < WS-REF-FOUND
              MOVE WS-REF-ENTRY(WS-REF-SHIFT)
                 TO WS-REF-ENTRY(WS-REF-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO WS-REF-COUNT.
           SET WS-REF-IDX TO WS-REF-FOUND.
           MOVE WS-REF-ID-WORK TO RF-OPERATOR-ID(WS-REF-IDX).
           MOVE ZERO TO RF-TOTAL(WS-REF-IDX).
           MOVE ZERO TO RF-REASON-COUNT(WS-REF-IDX, 1).
           MOVE ZERO TO RF-REASON-COUNT(WS-REF-IDX, 2).
           MOVE ZERO TO RF-REASON-COUNT(WS-REF-IDX, 3).
           MOVE ZERO TO RF-REASON-COUNT(WS-REF-IDX, 4).
           MOVE SPACES TO RF-FIRST-TIME(WS-REF-IDX).
           MOVE SPACES TO RF-LAST-TIME(WS-REF-IDX).
           MOVE SPACES TO RF-LAST-MODE(WS-REF-IDX).
       1420-EXIT.
           EXIT.

      *    Première partie: les refus de la journée par
      *    identifiant.
       1500-REPORT-REFUSALS.
           MOVE "Essais refuses par identifiant" TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.
           MOVE "Identif. Nom                  Refus Blanc Inconnu"
              TO WS-SCR-LINE.
           MOVE "Desact. Batch Premier  Dernier  Mode"
              TO WS-SCR-LINE(53:36).
           PERFORM 8100-WRITE-SCR-LINE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
              MOVE RF-OPERATOR-ID(WS-REF-IDX) TO WS-REF-ID-WORK
              PERFORM 8000-FIND-OPERATOR-NAME
              MOVE RF-FIRST-TIME(WS-REF-IDX) TO WS-DATE-WORK
              PERFORM 8010-EDIT-TIME
              MOVE WS-TIME-DISPLAY TO WS-FIRST-DISPLAY
              MOVE RF-LAST-TIME(WS-REF-IDX) TO WS-DATE-WORK
              PERFORM 8010-EDIT-TIME
              MOVE SPACES TO WS-SCR-LINE
              STRING RF-OPERATOR-ID(WS-REF-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-OPER-NAME-WORK DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RF-TOTAL(WS-REF-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RF-REASON-COUNT(WS-REF-IDX, 1)
                        DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     RF-REASON-COUNT(WS-REF-IDX, 2)
                        DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     RF-REASON-COUNT(WS-REF-IDX, 3)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RF-REASON-COUNT(WS-REF-IDX, 4)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FIRST-DISPLAY DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-TIME-DISPLAY DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RF-LAST-MODE(WS-REF-IDX) DELIMITED BY SIZE
                     INTO WS-SCR-LINE
              PERFORM 8100-WRITE-SCR-LINE
           END-PERFORM.
           IF WS-REF-COUNT = ZERO
              MOVE "  (aucun)" TO WS-SCR-LINE
              PERFORM 8100-WRITE-SCR-LINE
           END-IF.
           MOVE SPACES TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.

      *    Deuxième partie: les verrouillages de la journée, relus
      *    dans le journal de sécurité.
       1600-REPORT-LOCKOUTS.
           MOVE "Verrouillages d'identifiants" TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.
           IF WS-LOCKOUT-COUNT = ZERO
              MOVE "  (aucun)" TO WS-SCR-LINE
              PERFORM 8100-WRITE-SCR-LINE
           ELSE
              OPEN INPUT CALC-SECU-FILE
              MOVE 'N' TO WS-SECU-EOF
              PERFORM UNTIL SECU-EOF-REACHED
                 READ CALC-SECU-FILE
                    AT END
                       MOVE 'Y' TO WS-SECU-EOF
                    NOT AT END
                       IF SE-DATE = WS-REPORT-DATE
                          AND SE-LOCKOUT
                          PERFORM 1610-REPORT-ONE-LOCKOUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-SECU-FILE
           END-IF.
           MOVE SPACES TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.

      *    Édite un verrouillage: heure, identifiant, mode, seuil
      *    atteint et effet au fichier maître.
       1610-REPORT-ONE-LOCKOUT.
           MOVE SE-TIME TO WS-DATE-WORK.
           PERFORM 8010-EDIT-TIME.
           MOVE SPACES TO WS-SCR-LINE.
           IF SE-REASON-CODE = '05'
              MOVE "3 refus dans la session" TO WS-ORIGIN-TEXT
           ELSE
              MOVE "refus repetes dans la journee" TO WS-ORIGIN-TEXT
           END-IF.
           STRING WS-TIME-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SE-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SE-RUN-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIGIN-TEXT(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SE-REASON-TEXT DELIMITED BY SIZE
                  INTO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.

      *    Troisième partie: chaque essai d'un identifiant
      *    désactivé, avec l'origine de la désactivation.
       1700-REPORT-DEACTIVATED-USE.
           MOVE "Utilisation d'identifiants desactives"
              TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.
           IF WS-DEACT-USE-COUNT = ZERO
              MOVE "  (aucune)" TO WS-SCR-LINE
              PERFORM 8100-WRITE-SCR-LINE
           ELSE
              OPEN INPUT CALC-SECU-FILE
              MOVE 'N' TO WS-SECU-EOF
              PERFORM UNTIL SECU-EOF-REACHED
                 READ CALC-SECU-FILE
                    AT END
                       MOVE 'Y' TO WS-SECU-EOF
                    NOT AT END
                       IF SE-DATE = WS-REPORT-DATE
                          AND SE-REFUSED
                          AND SE-REASON-CODE = '03'
                          PERFORM 1710-REPORT-ONE-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-SECU-FILE
           END-IF.
           MOVE SPACES TO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.

      *    Édite l'essai d'un identifiant désactivé et l'origine
      *    de la désactivation: CALCOPMT (intervenant et date),
      *    verrouillage par CALCPLUS, ou non auditée (édition à la
      *    main du fichier maître).
       1710-REPORT-ONE-USE.
           MOVE SE-TIME TO WS-DATE-WORK.
           PERFORM 8010-EDIT-TIME.
           MOVE SPACES TO WS-ORIGIN-TEXT.
           MOVE ZERO TO WS-DEACT-FOUND.
           PERFORM VARYING WS-DEA-IDX FROM 1 BY 1
                   UNTIL WS-DEA-IDX > WS-DEACT-COUNT
                   OR WS-DEACT-FOUND > ZERO
              IF DA-OPERATOR-ID(WS-DEA-IDX) = SE-OPERATOR-ID
                 AND DA-ACTIVE-FLAG(WS-DEA-IDX) = 'N'
                 SET WS-DEACT-FOUND TO WS-DEA-IDX
              END-IF
           END-PERFORM.
           IF WS-DEACT-FOUND = ZERO
              MOVE "desactivation non auditee" TO WS-ORIGIN-TEXT
           ELSE
              SET WS-DEA-IDX TO WS-DEACT-FOUND
              IF DA-ACTION(WS-DEA-IDX) = 'V'
                 STRING "verrouille par CALCPLUS le "
                           DELIMITED BY SIZE
                        DA-DATE(WS-DEA-IDX) DELIMITED BY SIZE
                        INTO WS-ORIGIN-TEXT
              ELSE
                 ADD 1 TO WS-OPMT-USE-COUNT
                 STRING "desactive par CALCOPMT (" DELIMITED BY SIZE
                        FUNCTION TRIM(DA-USER-ID(WS-DEA-IDX))
                           DELIMITED BY SIZE
                        ") le " DELIMITED BY SIZE
                        DA-DATE(WS-DEA-IDX) DELIMITED BY SIZE
                        INTO WS-ORIGIN-TEXT
              END-IF
           END-IF.
           MOVE SE-OPERATOR-ID TO WS-REF-ID-WORK.
           PERFORM 8000-FIND-OPERATOR-NAME.
           MOVE SPACES TO WS-SCR-LINE.
           STRING WS-TIME-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SE-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPER-NAME-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SE-RUN-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIGIN-TEXT DELIMITED BY SIZE
                  INTO WS-SCR-LINE.
           PERFORM 8100-WRITE-SCR-LINE.

      *    Nom de l'identifiant WS-REF-ID-WORK au fichier maître,
      *    suivi de la mention INACTIF s'il y est actuellement
      *    désactivé; INCONNU s'il en est absent.
       8000-FIND-OPERATOR-NAME.
           MOVE "INCONNU" TO WS-OPER-NAME-WORK.
           MOVE ZERO TO WS-OPER-FOUND.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPER-COUNT
                   OR WS-OPER-FOUND > ZERO
              IF OP-OPERATOR-ID(WS-OPR-IDX) = WS-REF-ID-WORK
                 SET WS-OPER-FOUND TO WS-OPR-IDX
              END-IF
           END-PERFORM.
           IF WS-OPER-FOUND > ZERO
              SET WS-OPR-IDX TO WS-OPER-FOUND
              MOVE OP-OPERATOR-NAME(WS-OPR-IDX) TO WS-OPER-NAME-WORK
              IF OP-ACTIVE(WS-OPR-IDX) NOT = 'O'
                 MOVE "INACTIF" TO WS-OPER-NAME-WORK(14:7)
              END-IF
           END-IF.

      *    Édite l'heure HHMMSScc de WS-DATE-WORK en HH:MM:SS.
       8010-EDIT-TIME.
           MOVE WS-DATE-WORK(1:2) TO WS-TD-HH.
           MOVE WS-DATE-WORK(3:2) TO WS-TD-MM.
           MOVE WS-DATE-WORK(5:2) TO WS-TD-SS.

      *    Transfère la ligne composée vers l'état, si celui-ci a
      *    pu être ouvert.
       8100-WRITE-SCR-LINE.
           IF WS-SCR-FILE-STATUS = '00'
              MOVE WS-SCR-LINE TO CALC-SCR-RECORD
              WRITE CALC-SCR-RECORD
           END-IF.

      *    Fin du programme: totaux de la journée, fermeture de
      *    l'état et code retour pour le JCL.
       9900-TERMINATE.
           IF WS-SCR-FILE-STATUS = '00'
              IF WS-TABLE-TRUNCATED
                 MOVE "ATTENTION: table saturee, etat incomplet."
                    TO WS-SCR-LINE
                 PERFORM 8100-WRITE-SCR-LINE
              END-IF
              MOVE SPACES TO WS-SCR-LINE
              STRING "Essais: " DELIMITED BY SIZE
                     WS-ATTEMPT-COUNT DELIMITED BY SIZE
                     "  acceptes: " DELIMITED BY SIZE
                     WS-ACCEPTED-COUNT DELIMITED BY SIZE
                     "  refuses: " DELIMITED BY SIZE
                     WS-REFUSED-COUNT DELIMITED BY SIZE
                     "  verrouillages: " DELIMITED BY SIZE
                     WS-LOCKOUT-COUNT DELIMITED BY SIZE
                     INTO WS-SCR-LINE
              PERFORM 8100-WRITE-SCR-LINE
              MOVE SPACES TO WS-SCR-LINE
              STRING "Essais d'identifiants desactives: "
                        DELIMITED BY SIZE
                     WS-DEACT-USE-COUNT DELIMITED BY SIZE
                     "  dont desactives par CALCOPMT: "
                        DELIMITED BY SIZE
                     WS-OPMT-USE-COUNT DELIMITED BY SIZE
                     INTO WS-SCR-LINE
              PERFORM 8100-WRITE-SCR-LINE
              CLOSE CALC-SCR-FILE
           END-IF.
           DISPLAY "État de sécurité terminé. Essais: "
                   WS-ATTEMPT-COUNT " refusés: " WS-REFUSED-COUNT
                   " verrouillages: " WS-LOCKOUT-COUNT
                   " identifiants désactivés: " WS-DEACT-USE-COUNT.
           IF (WS-LOCKOUT-COUNT > ZERO
               OR WS-DEACT-USE-COUNT > ZERO)
              AND RETURN-CODE = ZERO
              MOVE WS-RC-EXCEPTION TO RETURN-CODE
           END-IF.
           STOP RUN.
