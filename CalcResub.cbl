      *    un CALCTRAN.DAT prêt à passer (en-tête HD du jour,
      *    total de contrôle TR calculé sur le contenu réel), et
      *    reporte dans un état ce qui reste invalide au lieu de
      *    l'inclure. CALCREJ.DAT, alimenté en ajout par CALCPLUS
      *    et CALCRELS, est ensuite réécrit avec les seuls rejets
      *    encore invalides (via CALCRJWK.DAT), pour qu'un rejet
      *    repris ne soit jamais resoumis deux fois.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      *    Rejets encore invalides, recopiés dans CALCREJ.DAT une
      *    fois le fichier produit complet.
           SELECT CALC-RJWK-FILE ASSIGN TO "CALCRJWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJWK-FILE-STATUS.

      *    État des transactions encore invalides, non reprises
      *    dans le fichier produit.
           SELECT CALC-RSB-FILE ASSIGN TO "CALCRSB.DAT"
           05 FILLER               PIC X.
           05 RJ-TRANS-IMAGE       PIC X(35).

      *    Enregistrement du fichier de travail des rejets.
       FD  CALC-RJWK-FILE.
       01  CALC-RJWK-RECORD        PIC X(48).

      *    Enregistrements du fichier produit, en miroir des
      *    dispositions de CALCTRAN.DAT attendues par CALCPLUS
      *    (transaction, en-tête, total de contrôle).
           05 WS-REJ-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-TRANS-FILE-STATUS PIC XX VALUE SPACES.
           05 WS-RSB-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-RJWK-FILE-STATUS  PIC XX VALUE SPACES.

      *    Décomposition de l'image de transaction d'un rejet, en
      *    miroir de CALC-TRANS-RECORD de CALCPLUS.
                                         'M+', 'M-', 'MR', 'MC'.
           88 ACCT-OPERATION       VALUE 'AP', 'AR', 'AZ'.
           88 DIRECT-OPERATION     VALUE 'AD', 'AC'.
           88 REVERSE-OPERATION    VALUE 'AX'.
           88 RATE-OPERATION       VALUE 'CV'.

      *    Zones de validation: opérande en cours de contrôle
      *    des opérandes numériques (mêmes règles que la passe de
      *    contrôle de CALCPLUS: opérandes des opérations de
      *    calcul et de mémoire, montants des mouvements AD/AC,
      *    jamais les codes de comptes ni la référence d'une
      *    contre-passation AX).
       01 WS-RESUB-COUNTERS.
           05 WS-READ-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
      *    Indicateur de fin de fichier pour CALC-REJ-FILE.
           05 WS-REJ-EOF           PIC X VALUE 'N'.
              88 REJ-EOF-REACHED  VALUE 'Y'.
           05 WS-RJWK-EOF          PIC X VALUE 'N'.
              88 RJWK-EOF-REACHED VALUE 'Y'.

      *    Codes retour remis au JCL: 8 si au moins une transaction
      *    reste invalide, 12 si un fichier n'a pas pu être ouvert.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-RESUB-DRIVER.
           PERFORM 1500-WRITE-TRAILER.
           PERFORM 1600-REWRITE-REJECTS.
           PERFORM 9900-TERMINATE.

      *    Ouvre les fichiers et écrit l'en-tête HD du fichier
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-RJWK-FILE.
           IF WS-RJWK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCRJWK.DAT "
                      "(statut " WS-RJWK-FILE-STATUS
                      "). Construction annulée."
              CLOSE CALC-REJ-FILE
              CLOSE CALC-TRANS-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-RSB-FILE.
           IF WS-RSB-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCRSB.DAT "
              WRITE CALC-TRANS-RECORD
              ADD 1 TO WS-WRITTEN-COUNT
              IF NOT ACCT-OPERATION AND NOT RATE-OPERATION
                 AND NOT REVERSE-OPERATION
                 ADD FUNCTION NUMVAL(WS-USER-INPUT)
                    TO WS-HASH-TOTAL
                    ON SIZE ERROR
                     RJ-TRANS-IMAGE DELIMITED BY SIZE
                     INTO WS-RSB-LINE
              PERFORM 1410-WRITE-RSB-LINE
              MOVE CALC-REJ-RECORD TO CALC-RJWK-RECORD
              WRITE CALC-RJWK-RECORD
           END-IF.

      *    Valide une image de transaction: code d'opération connu,
      *    opérande numérique pour les opérations de calcul et de
      *    mémoire, code de compte conforme pour les opérations sur
      *    accumulateurs (huit caractères au plus, non blanc),
      *    montant numérique en plus pour les mouvements AD/AC,
      *    référence AAAAMMJJHHMMSScc de la ligne à annuler en plus
      *    pour la contre-passation AX (l'existence de la ligne est
      *    vérifiée au passage batch lui-même). Mêmes contrôles que
      *    1080/1082/1086/1090 de CALCPLUS. En cas
      *    de validité, WS-USER-INPUT garde l'opérande qui entre
      *    au total de hachage (montant pour AD/AC).
       1310-VALIDATE-TRANS.
                          TO WS-INVALID-REASON
                    END-IF
                 END-IF
              WHEN REVERSE-OPERATION
                 PERFORM 1330-VALIDATE-ACCT-CODE
                 IF TRANS-IS-VALID
                    MOVE FUNCTION TRIM(WT-AMOUNT) TO WS-USER-INPUT
                    IF WS-USER-INPUT IS NOT NUMERIC
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "référence AX invalide"
                          TO WS-INVALID-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "code d'opération invalide"
                    TO WS-INVALID-REASON
           WRITE CALC-TRANS-TRAILER.
           CLOSE CALC-TRANS-FILE.

      *    Réécrit CALCREJ.DAT avec les seuls rejets encore
      *    invalides, le fichier produit étant complet: les rejets
      *    repris n'y figurent plus.
       1600-REWRITE-REJECTS.
           CLOSE CALC-RJWK-FILE.
           OPEN INPUT CALC-RJWK-FILE.
           IF WS-RJWK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCRJWK.DAT "
                      "(statut " WS-RJWK-FILE-STATUS
                      "). CALCREJ.DAT non réécrit: en retirer les "
                      "rejets repris avant la prochaine construction."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-REJ-FILE.
           IF WS-REJ-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de réécrire CALCREJ.DAT "
                      "(statut " WS-REJ-FILE-STATUS
                      "): en retirer les rejets repris avant la "
                      "prochaine construction."
              CLOSE CALC-RJWK-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE 'N' TO WS-RJWK-EOF.
           PERFORM UNTIL RJWK-EOF-REACHED
              READ CALC-RJWK-FILE
                 AT END
                    MOVE 'Y' TO WS-RJWK-EOF
                 NOT AT END
                    MOVE CALC-RJWK-RECORD TO CALC-REJ-RECORD
                    WRITE CALC-REJ-RECORD
              END-READ
           END-PERFORM.
           CLOSE CALC-RJWK-FILE.
           CLOSE CALC-REJ-FILE.

      *    Fin du programme: totaux de la construction, fermeture
      *    de l'état et code retour pour le JCL.
       9900-TERMINATE.
