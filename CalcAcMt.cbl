      *    *************************************************************
      *    PROGRAMME CALCACMT
      *    Entretien du fichier maître des accumulateurs par
      *    transactions: un compte n'est jamais créé au premier
      *    postage par CALCPLUS, il est ouvert ici, avec un vrai
      *    libellé, puis gelé, dégelé ou fermé au fil de sa vie.
      *    Le programme applique les transactions de CALCACTR.DAT
      *    (O = ouverture, C = changement de libellé, G = gel, L =
      *    levée du gel, F = fermeture) au fichier maître indexé
      *    CALCACCT.DAT, en tenant le statut du compte (O = ouvert,
      *    G = gelé, F = fermé) et ses dates d'ouverture et de
      *    fermeture. Un compte ne se ferme qu'à solde nul, et un
      *    compte fermé ne se rouvre pas (son code reste au fichier
      *    maître pour les relevés et l'historique). Les doublons,
      *    les comptes inconnus, les changements d'état
      *    impossibles et les enregistrements non conformes sont
      *    refusés. Chaque changement appliqué est consigné avec
      *    ses images avant/après dans la piste d'audit
      *    CALCACAU.DAT (qui a ouvert ou fermé tel compte, et
      *    quand). L'identifiant de l'intervenant est fourni en
      *    paramètre (équivalent du PARM= de l'étape JCL).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcAcMt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître indexé des accumulateurs, tenu en
      *    mouvements par CALCPLUS: chaque transaction lit et
      *    écrit directement le seul compte touché.
           SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.

      *    Transactions d'entretien du fichier maître.
           SELECT CALC-ACTR-FILE ASSIGN TO "CALCACTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTR-FILE-STATUS.

      *    Piste d'audit des changements appliqués, en ajout: un
      *    enregistrement avant/après par changement.
           SELECT CALC-ACAU-FILE ASSIGN TO "CALCACAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Enregistrement du fichier maître des accumulateurs, en
      *    miroir de la disposition de CALCPLUS.
       FD  CALC-ACCT-FILE.
       01  CALC-ACCT-RECORD.
           05 AC-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 AC-BALANCE           PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 AC-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X.
           05 AC-STATUS            PIC X.
              88 ACCOUNT-IS-OPEN   VALUE 'O'.
              88 ACCOUNT-IS-FROZEN VALUE 'G'.
              88 ACCOUNT-IS-CLOSED VALUE 'F'.
           05 FILLER               PIC X.
           05 AC-OPEN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 AC-CLOSE-DATE        PIC X(8).

      *    Enregistrement de transaction d'entretien: l'action (O =
      *    ouverture, C = changement de libellé, G = gel, L = levée
      *    du gel, F = fermeture), le code du compte et, pour O et
      *    C, son libellé. Pour G, L et F, seuls l'action et le
      *    code comptent.
       FD  CALC-ACTR-FILE.
       01  CALC-ACTR-RECORD.
           05 AT-ACTION            PIC X.
           05 FILLER               PIC X.
           05 AT-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 AT-DESCRIPTION       PIC X(30).

      *    Enregistrement d'audit: date, heure, intervenant,
      *    action, compte touché, image du fichier maître avant et
      *    après le changement.
       FD  CALC-ACAU-FILE.
       01  CALC-ACAU-RECORD.
           05 AU-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 AU-TIME              PIC 9(8).
           05 FILLER               PIC X.
           05 AU-USER-ID           PIC X(8).
           05 FILLER               PIC X.
           05 AU-ACTION            PIC X.
           05 FILLER               PIC X.
           05 AU-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 AU-BEFORE-IMAGE      PIC X(74).
           05 FILLER               PIC X.
           05 AU-AFTER-IMAGE       PIC X(74).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-ACCT-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-ACTR-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-ACAU-FILE-STATUS  PIC XX VALUE SPACES.

      *    Identifiant de l'intervenant, fourni en paramètre et
      *    reporté sur chaque enregistrement d'audit.
       01 WS-USER-CONTROLS.
           05 WS-USER-PARM         PIC X(16) VALUE SPACES.
           05 WS-USER-ID           PIC X(8) VALUE SPACES.

      *    Transaction en cours: champs normalisés, résultat de la
      *    lecture du compte, motif de refus et indicateur de
      *    validité.
       01 WS-TRANS-WORK.
           05 WS-TR-ACTION         PIC X.
              88 ACTION-OPEN      VALUE 'O'.
              88 ACTION-CHANGE    VALUE 'C'.
              88 ACTION-FREEZE    VALUE 'G'.
              88 ACTION-UNFREEZE  VALUE 'L'.
              88 ACTION-CLOSE     VALUE 'F'.
           05 WS-TR-ACCOUNT-CODE   PIC X(8).
           05 WS-TR-DESCRIPTION    PIC X(30).
           05 WS-ACCT-READ-FLAG    PIC X VALUE 'N'.
              88 ACCOUNT-ON-FILE  VALUE 'Y'.
           05 WS-REFUSE-REASON     PIC X(40).
           05 WS-TRANS-VALID-FLAG  PIC X.
              88 TRANS-IS-VALID   VALUE 'Y'.

      *    Images avant et après du changement en cours, dans la
      *    disposition du fichier maître, pour la piste d'audit, et
      *    date du jour (date d'ouverture ou de fermeture).
       01 WS-BEFORE-IMAGE          PIC X(74).
       01 WS-AFTER-IMAGE           PIC X(74).
       01 WS-TODAY                 PIC X(8).

      *    Compteurs de l'entretien.
       01 WS-ACMT-COUNTERS.
           05 WS-READ-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-REFUSED-COUNT     PIC 9(9) VALUE ZERO.

      *    Indicateurs de déroulement de l'entretien.
       01 WS-ACMT-CONTROLS.

      *    Indicateur de fin de fichier pour CALC-ACTR-FILE.
           05 WS-ACTR-EOF          PIC X VALUE 'N'.
              88 ACTR-EOF-REACHED VALUE 'Y'.

      *    Codes retour remis au JCL: 8 si au moins une transaction
      *    a été refusée, 12 si un fichier n'a pas pu être ouvert.
           05 WS-RC-REFUSED        PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-MAINT-DRIVER.
           PERFORM 9900-TERMINATE.

      *    Contrôle le paramètre et ouvre le fichier maître, les
      *    transactions et la piste d'audit. Un fichier maître
      *    absent n'est pas une erreur: il est créé vide puis
      *    rouvert (premières ouvertures de comptes de l'atelier).
       1100-INITIALIZE.
           ACCEPT WS-USER-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-PARM))
              TO WS-USER-PARM.
           IF WS-USER-PARM = SPACES
              MOVE "INCONNU" TO WS-USER-ID
              DISPLAY "ATTENTION: identifiant de l'intervenant "
                      "absent du paramètre, audit au nom de "
                      "INCONNU."
           ELSE
              MOVE WS-USER-PARM(1:8) TO WS-USER-ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CALC-ACTR-FILE.
           IF WS-ACTR-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCACTR.DAT "
                      "(statut " WS-ACTR-FILE-STATUS
                      "). Entretien annulé."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN I-O CALC-ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCACCT.DAT absent, il sera "
                      "créé."
              OPEN OUTPUT CALC-ACCT-FILE
              CLOSE CALC-ACCT-FILE
              OPEN I-O CALC-ACCT-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCACCT.DAT "
                      "(statut " WS-ACCT-FILE-STATUS
                      "). Entretien annulé."
              CLOSE CALC-ACTR-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN EXTEND CALC-ACAU-FILE.
           IF WS-ACAU-FILE-STATUS = '35'
              CLOSE CALC-ACAU-FILE
              OPEN OUTPUT CALC-ACAU-FILE
           END-IF.
           IF WS-ACAU-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCACAU.DAT "
                      "(statut " WS-ACAU-FILE-STATUS
                      "). Entretien annulé: pas de changement sans "
                      "piste d'audit."
              CLOSE CALC-ACTR-FILE
              CLOSE CALC-ACCT-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Paragraphe pilote: relit chaque transaction d'entretien
      *    et l'applique ou la refuse.
       1200-MAINT-DRIVER.
           MOVE 'N' TO WS-ACTR-EOF.
           PERFORM UNTIL ACTR-EOF-REACHED
              READ CALC-ACTR-FILE
                 AT END
                    MOVE 'Y' TO WS-ACTR-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 1300-MAINT-ONE
              END-READ
           END-PERFORM.
           CLOSE CALC-ACTR-FILE.
           CLOSE CALC-ACCT-FILE.
           CLOSE CALC-ACAU-FILE.

      *    Applique une transaction d'entretien: normalisation des
      *    champs, lecture du compte, validation, puis ouverture,
      *    changement, gel, levée du gel ou fermeture, avec
      *    l'enregistrement d'audit avant/après.
       1300-MAINT-ONE.
           MOVE FUNCTION UPPER-CASE(AT-ACTION) TO WS-TR-ACTION.
           MOVE FUNCTION UPPER-CASE(AT-ACCOUNT-CODE)
              TO WS-TR-ACCOUNT-CODE.
           MOVE AT-DESCRIPTION TO WS-TR-DESCRIPTION.
           PERFORM 1400-FIND-ACCOUNT.
           PERFORM 1310-VALIDATE-TRANS.
           IF NOT TRANS-IS-VALID
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "Transaction refusée ("
                      FUNCTION TRIM(WS-REFUSE-REASON) "): "
                      CALC-ACTR-RECORD
           ELSE
              EVALUATE TRUE
                 WHEN ACTION-OPEN
                    PERFORM 1320-APPLY-OPEN
                 WHEN ACTION-CHANGE
                    PERFORM 1330-APPLY-CHANGE
                 WHEN ACTION-FREEZE
                    PERFORM 1340-APPLY-FREEZE
                 WHEN ACTION-UNFREEZE
                    PERFORM 1350-APPLY-UNFREEZE
                 WHEN ACTION-CLOSE
                    PERFORM 1360-APPLY-CLOSE
              END-EVALUATE
           END-IF.

      *    Valide la transaction en cours contre le compte lu:
      *    action connue, code non blanc, libellé non blanc pour O
      *    et C, doublon refusé à l'ouverture, compte inconnu
      *    refusé pour les autres actions, et changements d'état
      *    possibles seulement (gel d'un compte ouvert, levée du
      *    gel d'un compte qui n'est ni ouvert ni fermé, fermeture
      *    à solde nul d'un compte non encore fermé, aucun
      *    changement sur un compte fermé).
       1310-VALIDATE-TRANS.
           MOVE 'N' TO WS-TRANS-VALID-FLAG.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
              WHEN WS-TR-ACCOUNT-CODE = SPACES
                 MOVE "code de compte à blanc" TO WS-REFUSE-REASON
              WHEN NOT (ACTION-OPEN OR ACTION-CHANGE
                    OR ACTION-FREEZE OR ACTION-UNFREEZE
                    OR ACTION-CLOSE)
                 MOVE "action inconnue" TO WS-REFUSE-REASON
              WHEN ACTION-OPEN AND ACCOUNT-ON-FILE
                 MOVE "compte déjà au fichier maître"
                    TO WS-REFUSE-REASON
              WHEN NOT ACTION-OPEN AND NOT ACCOUNT-ON-FILE
                 MOVE "compte inconnu" TO WS-REFUSE-REASON
              WHEN (ACTION-OPEN OR ACTION-CHANGE)
                 AND WS-TR-DESCRIPTION = SPACES
                 MOVE "libellé à blanc" TO WS-REFUSE-REASON
              WHEN ACTION-OPEN
                 MOVE 'Y' TO WS-TRANS-VALID-FLAG
              WHEN ACCOUNT-IS-CLOSED
                 MOVE "compte fermé" TO WS-REFUSE-REASON
              WHEN ACTION-FREEZE AND NOT ACCOUNT-IS-OPEN
                 MOVE "compte non ouvert" TO WS-REFUSE-REASON
              WHEN ACTION-UNFREEZE AND ACCOUNT-IS-OPEN
                 MOVE "compte non gelé" TO WS-REFUSE-REASON
              WHEN ACTION-CLOSE AND AC-BALANCE IS NOT NUMERIC
                 MOVE "solde non conforme" TO WS-REFUSE-REASON
              WHEN ACTION-CLOSE AND AC-BALANCE NOT = ZERO
                 MOVE "solde non nul" TO WS-REFUSE-REASON
              WHEN OTHER
                 MOVE 'Y' TO WS-TRANS-VALID-FLAG
           END-EVALUATE.

      *    Ouverture d'un compte: enregistrement neuf à solde nul,
      *    statut ouvert, date d'ouverture du jour; audit avec une
      *    image avant à blanc.
       1320-APPLY-OPEN.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO CALC-ACCT-RECORD.
           MOVE WS-TR-ACCOUNT-CODE TO AC-ACCOUNT-CODE.
           MOVE ZERO TO AC-BALANCE.
           MOVE WS-TR-DESCRIPTION TO AC-DESCRIPTION.
           MOVE 'O' TO AC-STATUS.
           MOVE WS-TODAY TO AC-OPEN-DATE.
           WRITE CALC-ACCT-RECORD
              INVALID KEY
                 ADD 1 TO WS-REFUSED-COUNT
                 DISPLAY "Transaction refusée (écriture en échec, "
                         "statut " WS-ACCT-FILE-STATUS "): "
                         CALC-ACTR-RECORD
              NOT INVALID KEY
                 MOVE CALC-ACCT-RECORD TO WS-AFTER-IMAGE
                 PERFORM 1430-WRITE-AUDIT
                 ADD 1 TO WS-APPLIED-COUNT
                 DISPLAY "Ouverture appliquée: " WS-TR-ACCOUNT-CODE
           END-WRITE.

      *    Changement du libellé d'un compte ouvert ou gelé.
       1330-APPLY-CHANGE.
           MOVE CALC-ACCT-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-TR-DESCRIPTION TO AC-DESCRIPTION.
           PERFORM 1420-REWRITE-ACCOUNT.

      *    Gel d'un compte ouvert: il refuse tout mouvement jusqu'à
      *    la levée du gel.
       1340-APPLY-FREEZE.
           MOVE CALC-ACCT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'G' TO AC-STATUS.
           PERFORM 1420-REWRITE-ACCOUNT.

      *    Levée du gel: le compte redevient ouvert. Sert aussi à
      *    régulariser un compte au statut non conforme.
       1350-APPLY-UNFREEZE.
           MOVE CALC-ACCT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'O' TO AC-STATUS.
           PERFORM 1420-REWRITE-ACCOUNT.

      *    Fermeture d'un compte à solde nul, à la date du jour.
       1360-APPLY-CLOSE.
           MOVE CALC-ACCT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'F' TO AC-STATUS.
           MOVE WS-TODAY TO AC-CLOSE-DATE.
           PERFORM 1420-REWRITE-ACCOUNT.

      *    Lit directement le compte de la transaction en cours
      *    (ACCOUNT-ON-FILE levé s'il existe, l'enregistrement
      *    restant dans CALC-ACCT-RECORD).
       1400-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-READ-FLAG.
           MOVE WS-TR-ACCOUNT-CODE TO AC-ACCOUNT-CODE.
           READ CALC-ACCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ACCT-READ-FLAG
           END-READ.

      *    Réécrit le compte modifié, puis consigne le changement
      *    dans la piste d'audit. Une réécriture refusée par le
      *    fichier indexé refuse la transaction, sans audit.
       1420-REWRITE-ACCOUNT.
           REWRITE CALC-ACCT-RECORD
              INVALID KEY
                 ADD 1 TO WS-REFUSED-COUNT
                 DISPLAY "Transaction refusée (réécriture en "
                         "échec, statut " WS-ACCT-FILE-STATUS "): "
                         CALC-ACTR-RECORD
              NOT INVALID KEY
                 MOVE CALC-ACCT-RECORD TO WS-AFTER-IMAGE
                 PERFORM 1430-WRITE-AUDIT
                 ADD 1 TO WS-APPLIED-COUNT
                 DISPLAY "Changement (" WS-TR-ACTION
                         ") appliqué: " WS-TR-ACCOUNT-CODE
           END-REWRITE.

      *    Écrit l'enregistrement d'audit du changement en cours.
       1430-WRITE-AUDIT.
           MOVE SPACES TO CALC-ACAU-RECORD.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE WS-USER-ID TO AU-USER-ID.
           MOVE WS-TR-ACTION TO AU-ACTION.
           MOVE WS-TR-ACCOUNT-CODE TO AU-ACCOUNT-CODE.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           WRITE CALC-ACAU-RECORD.

      *    Fin du programme: totaux de l'entretien et code retour
      *    pour le JCL.
       9900-TERMINATE.
           DISPLAY "Entretien terminé. Transactions lues: "
                   WS-READ-COUNT " appliquées: " WS-APPLIED-COUNT
                   " refusées: " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
              AND RETURN-CODE = ZERO
              MOVE WS-RC-REFUSED TO RETURN-CODE
           END-IF.
           STOP RUN.
