               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *    État d'un passage d'essai (PARM ESSAI): rejets et mises
      *    en attente qu'aurait le passage réel, solde actuel et
      *    solde projeté de chaque compte touché, code retour
      *    prévu.
           SELECT CALC-ESS-FILE ASSIGN TO "CALCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESS-FILE-STATUS.

      *    Fichier de rejeu d'une session interactive: les
      *    opérations de la session, écrites au format de
      *    CALC-TRANS-FILE (avec en-tête HD et total de contrôle

      *    Fichier maître des opérateurs: identifiants autorisés à
      *    ouvrir une session, avec le mode d'arrondi préféré de
      *    chacun, l'autorisation d'exécuter le mode batch, un
      *    indicateur d'activité (pour désactiver un identifiant
      *    sans toucher au code) et la limite de postage de
      *    l'opérateur.
           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

      *    Journal de sécurité, en ajout: une ligne par essai
      *    d'ouverture de session, accepté ou refusé (date, heure,
      *    identifiant saisi, mode d'exécution, motif), et une
      *    ligne par verrouillage d'identifiant. Relu au démarrage
      *    pour compter les refus du jour, et par CALCSECR.
           SELECT CALC-SECU-FILE ASSIGN TO "CALCSECU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECU-FILE-STATUS.

      *    Fichier de travail pour la réécriture du fichier maître
      *    des opérateurs au verrouillage d'un identifiant.
           SELECT CALC-OPWK-FILE ASSIGN TO "CALCOPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPWK-FILE-STATUS.

      *    Piste d'audit du fichier maître des opérateurs, tenue
      *    par CALCOPMT, en ajout: un verrouillage y est consigné
      *    avec les images avant/après, comme une désactivation.
           SELECT CALC-OPAU-FILE ASSIGN TO "CALCOPAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAU-FILE-STATUS.

      *    Fichier maître des accumulateurs nommés (code de compte,
      *    libellé, solde courant), persistant entre les passages:
      *    les opérations AP/AR/AZ, en batch comme en session
      *    de compte: chaque opération lit et réécrit directement
      *    le seul compte touché, sans limite sur le nombre de
      *    comptes ni réécriture complète du fichier (un ancien
      *    maître séquentiel se convertit par CALCACLD). Les
      *    comptes sont ouverts, gelés et fermés par leur propre
      *    programme d'entretien (CALCACMT), jamais ici: un
      *    mouvement sur un compte inconnu, gelé ou fermé est
      *    rejeté.
           SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *    mouvement de solde (AP/AZ/AD/AC, batch ou interactif)
      *    avec la date, l'opérateur, le montant et le solde après
      *    mouvement, pour pouvoir reconstituer et prouver un solde
      *    de CALCACCT.DAT (relevés produits par CALCSTMT). Chaque
      *    ligne est reprise une fois, et une seule, par l'extrait
      *    nocturne vers le grand livre (CALCGLEX), qui la marque.
           SELECT CALC-JRNL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Fichier de travail portant le journal des postages le
      *    temps d'y marquer une ligne contre-passée (AX), comme
      *    pour la clôture (CALCCLOS).
           SELECT CALC-JWRK-FILE ASSIGN TO "CALCJWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWRK-FILE-STATUS.

      *    Mouvements en attente d'approbation: un postage AP ou un
      *    mouvement direct AD/AC dont le montant dépasse la limite
      *    de postage de l'opérateur ne touche pas au fichier
      *    maître des accumulateurs; il est consigné ici (en ajout)
      *    avec l'opérateur, le compte, le montant et son
      *    horodatage, pour être approuvé (posté) ou refusé par un
      *    superviseur au moyen de CALCRELS.
           SELECT CALC-PEND-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

      *    Fichier des transactions batch rejetées, avec leur
      *    position dans CALCTRAN.DAT et un code motif, pour
      *    correction et resoumission des seuls rejets.
           05 TR-OPERATOR          PIC X(2).
           05 TR-OPERAND           PIC X(16).

      *    Second opérande, porté par les transactions de
      *    mouvement direct AD (débit) et AC (crédit): TR-OPERAND
      *    porte alors le code du compte et TR-AMOUNT le montant
      *    signé, en texte converti via FUNCTION NUMVAL comme
      *    TR-OPERAND. Un mouvement par enregistrement, sans passer
      *    par le résultat courant; les montants AD/AC entrent dans
      *    le total de hachage du TR. La contre-passation AX y
      *    porte la date et l'heure (AAAAMMJJHHMMSScc) de la ligne
      *    du journal des postages à annuler, hors total de
      *    hachage. Les autres transactions laissent ce champ à
      *    blanc.
           05 FILLER               PIC X.
           05 TR-AMOUNT            PIC X(16).
       01  CALC-TRANS-HEADER.
       FD  CALC-RPT-FILE.
       01  CALC-RPT-RECORD         PIC X(80).

      *    Enregistrement de l'état d'essai (une ligne de texte). Le
      *    contenu est composé dans WS-ESS-LINE.
       FD  CALC-ESS-FILE.
       01  CALC-ESS-RECORD         PIC X(100).

      *    Enregistrements du fichier de rejeu, en miroir des
      *    dispositions de CALC-TRANS-FILE (transaction, en-tête,
      *    total de contrôle).
      *    Enregistrement du fichier maître des opérateurs. Le mode
      *    d'arrondi vaut N ou T (à blanc: demandé en début de
      *    session comme avant); l'autorisation batch et l'activité
      *    valent O ou N. La limite de postage (montant absolu,
      *    SIGN LEADING SEPARATE) est à blanc pour un opérateur
      *    sans limite; l'habilitation de superviseur (O/N) ne
      *    sert qu'à CALCRELS. Un maître d'un ancien format, sans
      *    ces deux zones, se relit à blanc: aucune limite.
       FD  CALC-OPER-FILE.
       01  CALC-OPER-RECORD.
           05 OM-OPERATOR-ID       PIC X(8).
           05 OM-ACTIVE            PIC X.
           05 FILLER               PIC X.
           05 OM-OPERATOR-NAME     PIC X(20).
           05 FILLER               PIC X.
           05 OM-POST-LIMIT        PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 OM-POST-LIMIT-X REDEFINES OM-POST-LIMIT
                                   PIC X(14).
           05 FILLER               PIC X.
           05 OM-SUPERVISOR        PIC X.

      *    Ligne du journal de sécurité. Résultat: A = ouverture
      *    acceptée, R = refusée, V = verrouillage de
      *    l'identifiant. Motif: 00 = accepté, 01 = identifiant à
      *    blanc, 02 = identifiant inconnu, 03 = identifiant
      *    désactivé, 04 = identifiant non autorisé au mode batch,
      *    05 = verrouillage après trois refus dans la session, 06
      *    = verrouillage après refus répétés dans la journée. Le
      *    rang de l'essai dans la session et un libellé complètent
      *    la ligne.
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
           05 FILLER               PIC X.
           05 SE-REASON-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 SE-ATTEMPT           PIC 9.
           05 FILLER               PIC X.
           05 SE-REASON-TEXT       PIC X(30).

      *    Enregistrement du fichier de travail des opérateurs
      *    (image inchangée d'un enregistrement du fichier maître,
      *    sauf l'indicateur d'activité de l'identifiant
      *    verrouillé).
       FD  CALC-OPWK-FILE.
       01  CALC-OPWK-RECORD        PIC X(52).

      *    Enregistrement d'audit, en miroir de la disposition de
      *    CALCOPMT: date, heure, intervenant (CALCPLUS pour un
      *    verrouillage), action (V), identifiant touché, image du
      *    fichier maître avant et après.
       FD  CALC-OPAU-FILE.
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

      *    Enregistrement du fichier maître des accumulateurs. Le
      *    solde est en SIGN LEADING SEPARATE pour rester lisible
      *    et corrigeable à la main au besoin. Le statut (O =
      *    ouvert, G = gelé, F = fermé) et les dates d'ouverture
      *    et de fermeture AAAAMMJJ sont tenus par CALCACMT: seul
      *    un compte ouvert accepte un mouvement.
       FD  CALC-ACCT-FILE.
       01  CALC-ACCT-RECORD.
           05 AC-ACCOUNT-CODE      PIC X(8).
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

      *    Enregistrement du fichier maître des taux. Le facteur
      *    est en SIGN LEADING SEPARATE pour rester lisible et
      *    mouvement de solde). Le contenu est composé dans
      *    WS-JRNL-LINE puis transféré tel quel à l'écriture.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement du fichier de travail du journal.
       FD  CALC-JWRK-FILE.
       01  CALC-JWRK-RECORD        PIC X(111).

      *    Enregistrement de mouvement en attente d'approbation.
      *    L'horodatage (AAAAMMJJHHMMSScc, unique dans le passage
      *    comme ceux du journal des postages) identifie le
      *    mouvement auprès de CALCRELS. Le montant est signé tel
      *    qu'il serait posté au solde (négatif pour un crédit AC).
      *    Le mode vaut B (batch) ou I (interactif); le statut vaut
      *    E (en attente) à l'écriture, puis A (approuvé) ou R
      *    (refusé) avec le superviseur, l'horodatage de la
      *    décision et, pour un refus, son motif, renseignés par
      *    CALCRELS.
       FD  CALC-PEND-FILE.
       01  CALC-PEND-RECORD.
           05 PD-PEND-STAMP.
              10 PD-DATE           PIC X(8).
              10 PD-TIME           PIC X(8).
           05 FILLER               PIC X.
           05 PD-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 PD-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 PD-OP-CODE           PIC X(2).
           05 FILLER               PIC X.
           05 PD-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 PD-RUN-MODE          PIC X.
           05 FILLER               PIC X.
           05 PD-STATUS            PIC X.
           05 FILLER               PIC X.
           05 PD-SUPERVISOR-ID     PIC X(8).
           05 FILLER               PIC X.
           05 PD-DECISION-STAMP    PIC X(16).
           05 FILLER               PIC X.
           05 PD-DECLINE-REASON    PIC X(30).

      *    Enregistrement de rejet batch: la position de
      *    l'enregistrement dans CALCTRAN.DAT, le motif du rejet
      *    (01 = opérande non numérique, 02 = code d'opération
      *    invalide, 03 = compte inconnu ou invalide, 04 = capacité
      *    dépassée, 05 = taux inconnu ou non en vigueur, 06 =
      *    contre-passation impossible: ligne d'origine
      *    introuvable, déjà contre-passée ou d'un autre compte,
      *    07 = compte gelé, 08 = compte fermé, 09 = montant
      *    au-delà de la limite de postage de l'opérateur: mise en
      *    attente impossible, ou refus du superviseur consigné
      *    par CALCRELS) et l'image inchangée de la transaction,
      *    prête à être corrigée puis resoumise telle quelle.
       FD  CALC-REJ-FILE.
       01  CALC-REJ-RECORD.
           05 RJ-RECORD-NUMBER     PIC 9(9).
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-RUNH-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-RATE-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JWRK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-PEND-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-ESS-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-SECU-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-OPWK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-OPAU-FILE-STATUS  PIC XX VALUE SPACES.

      *    Ligne du journal des calculs, composée en mémoire avant
      *    d'être transférée vers CALC-LOG-RECORD pour l'écriture.
      *    FROM TIME) permettent de répondre à "qu'a-t-on calculé
      *    le 12 à 14h" même quand le journal couvre plusieurs
      *    jours, et portent l'épuration par date de rétention.
      *    Une opération sur compte porte en plus le code du
      *    compte, et un mouvement de solde la date et l'heure de
      *    sa ligne au journal des postages, pour que CALCRECN
      *    puisse rapprocher les deux journaux ligne à ligne.
       01 WS-CALC-LOG-LINE.
           05 CL-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 CL-OPERAND-2         PIC -ZZZZZZZZ9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 CL-RESULT            PIC -ZZZZZZZZ9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 CL-ACCOUNT-CODE      PIC X(8) VALUE SPACES.

      *    Ligne du journal des postages, composée en mémoire avant
      *    d'être transférée vers CALC-JRNL-RECORD. Montant et solde
           05 JL-BALANCE-AFTER     PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.

      *    Identifiant (date et heure AAAAMMJJHHMMSScc) de
      *    l'extraction vers le grand livre qui a repris la ligne:
      *    toujours à blanc à l'écriture, renseigné par CALCGLEX.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-GL-EXTRACT-ID     PIC X(16) VALUE SPACES.

      *    Ligne liée (date et heure AAAAMMJJ HHMMSScc), à blanc
      *    sinon: sur une contre-passation AX, la ligne d'origine
      *    qu'elle annule; sur la ligne d'origine, la
      *    contre-passation qui l'a annulée (marquée par
      *    3960-MARK-REVERSED-POSTING). Les deux lignes se
      *    désignent ainsi l'une l'autre sur le même compte.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-LINK-STAMP.
              10 JL-LINK-DATE      PIC X(8) VALUE SPACES.
              10 JL-LINK-TIME      PIC X(8) VALUE SPACES.

      *    Superviseur qui a approuvé un mouvement mis en attente
      *    (ligne écrite par CALCRELS, JL-OPERATOR-ID restant
      *    l'opérateur qui l'a saisi): toujours à blanc ici.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-APPROVER-ID       PIC X(8) VALUE SPACES.

      *    Montant du mouvement en cours de journalisation, signé
      *    (pour AZ: l'opposé du solde effacé, pour que la somme des
      *    mouvements reconstitue toujours le solde).
       01 WS-JRNL-AMOUNT           PIC S9(9)V9(4) VALUE ZERO.

      *    Ligne liée du mouvement en cours de journalisation
      *    (reportée dans JL-LINK-STAMP): à blanc sauf pour une
      *    contre-passation AX ou une annulation AN.
       01 WS-JRNL-LINK-STAMP       PIC X(16) VALUE SPACES.

      *    Horodatage de la ligne en cours et de la dernière ligne
      *    écrite au journal des postages (ou au fichier des
      *    mouvements en attente) par ce passage: la date et
      *    l'heure d'une ligne servent de référence à la
      *    contre-passation AX et à l'approbation, et deux
      *    mouvements écrits dans le même centième de seconde
      *    reçoivent des horodatages successifs plutôt
      *    qu'identiques.
       01 WS-JRNL-STAMP-CONTROLS.
           05 WS-JRNL-NOW-STAMP.
              10 WS-JRNL-NOW-DATE  PIC 9(8).
              10 WS-JRNL-NOW-TIME.
                 15 WS-JRNL-NOW-HH PIC 9(2).
                 15 WS-JRNL-NOW-MN PIC 9(2).
                 15 WS-JRNL-NOW-SS PIC 9(2).
                 15 WS-JRNL-NOW-CC PIC 9(2).
           05 WS-JRNL-LAST-STAMP   PIC X(16) VALUE LOW-VALUES.

      *    Recherche de la ligne d'origine d'une contre-passation
      *    AX dans le journal des postages vif: ligne relue (en
      *    miroir de WS-JRNL-LINE, pour ne pas altérer la ligne en
      *    cours de composition), date et heure demandées, rang et
      *    montant de la ligne retenue, et constats du parcours.
       01 WS-REVERSAL-DATA.
           05 WS-REV-JRNL-LINE.
              10 RV-ACCOUNT-CODE   PIC X(8).
              10 FILLER            PIC X.
              10 RV-DATE           PIC X(8).
              10 FILLER            PIC X.
              10 RV-TIME           PIC X(8).
              10 FILLER            PIC X.
              10 RV-OPERATOR-ID    PIC X(8).
              10 FILLER            PIC X.
              10 RV-OP-CODE        PIC X(2).

      *          Seuls les mouvements de solde se contre-passent;
      *          une contre-passation (AN ou AX) ne se contre-passe
      *          pas elle-même.
                 88 RV-REVERSIBLE VALUE 'AP', 'AZ', 'AD', 'AC'.
              10 FILLER            PIC X.
              10 RV-AMOUNT         PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
              10 FILLER            PIC X.
              10 RV-BALANCE-AFTER  PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
              10 FILLER            PIC X.
              10 RV-GL-EXTRACT-ID  PIC X(16).
              10 FILLER            PIC X.
              10 RV-LINK-STAMP     PIC X(16).
              10 FILLER            PIC X.
              10 RV-APPROVER-ID    PIC X(8).
           05 WS-REV-STAMP.
              10 WS-REV-DATE       PIC X(8).
              10 WS-REV-TIME       PIC X(8).
           05 WS-REV-READ-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-REV-LINE-RANK     PIC 9(9) VALUE ZERO.
           05 WS-REV-AMOUNT        PIC S9(9)V9(4) VALUE ZERO.
           05 WS-REV-EOF           PIC X VALUE 'N'.
              88 REV-EOF-REACHED  VALUE 'Y'.

      *    Issue de la recherche: ligne à contre-passer trouvée,
      *    ligne du compte déjà contre-passée, ligne de même date
      *    et heure sur un autre compte, ou rien (ni l'un ni
      *    l'autre: la ligne est introuvable au journal vif).
           05 WS-REV-FOUND-FLAG    PIC X VALUE 'N'.
              88 REV-ORIGINAL-FOUND VALUE 'Y'.
           05 WS-REV-DONE-FLAG     PIC X VALUE 'N'.
              88 REV-ALREADY-DONE VALUE 'Y'.
           05 WS-REV-OTHER-FLAG    PIC X VALUE 'N'.
              88 REV-OTHER-ACCOUNT VALUE 'Y'.

      *    Définition des variables utilisées pour les calculs.
       01 WS-MAIN-VARIABLES.

              88 ACCT-DEBIT       VALUE 'AD'.
              88 ACCT-CREDIT      VALUE 'AC'.

      *    Contre-passation d'un postage antérieur (batch
      *    seulement): TR-OPERAND porte le code du compte et
      *    TR-AMOUNT la date et l'heure (AAAAMMJJHHMMSScc) de la
      *    ligne du journal des postages à annuler. Le mouvement
      *    opposé est posté au solde et journalisé sous le code AX.
              88 ACCT-REVERSE     VALUE 'AX'.

      *    Conversion par taux nommé, disponible en batch et en
      *    session interactive: multiplie le résultat courant par
      *    le facteur du taux du fichier maître des taux.
      *    de commande). Laissé à blanc pour le mode interactif.
      *    RESTART reprend le traitement batch au dernier point de
      *    contrôle écrit par un passage précédent interrompu.
      *    ESSAI est un passage d'essai: il suit en tout le chemin
      *    du batch (ouverture de session BATCH, passe de contrôle,
      *    contrôle de repassage, limites de postage, code retour)
      *    contre les fichiers maîtres réels, mais n'écrit ni le
      *    fichier maître des accumulateurs, ni les journaux, ni le
      *    point de contrôle, ni l'historique des passages, ni les
      *    rejets ou les mises en attente: tout va à l'état
      *    CALCESS.DAT.
           05 WS-RUN-MODE          PIC X(8) VALUE SPACES.
              88 BATCH-MODE       VALUE 'BATCH'.
              88 RESTART-MODE     VALUE 'RESTART'.
              88 TRIAL-MODE       VALUE 'ESSAI'.
              88 BATCH-OR-RESTART VALUE 'BATCH', 'RESTART', 'ESSAI'.

      *    Indicateur de fin de fichier pour CALC-TRANS-FILE.
           05 WS-TRANS-EOF         PIC X VALUE 'N'.
      *    motif du rejet en cours d'écriture (01 = opérande non
      *    numérique, 02 = code d'opération invalide, 03 = compte
      *    inconnu ou invalide, 04 = capacité dépassée, 05 = taux
      *    inconnu ou non en vigueur, 06 = contre-passation AX
      *    impossible, 07 = compte gelé, 08 = compte fermé, 09 =
      *    montant au-delà de la limite, mise en attente
      *    impossible).
           05 WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-REJECT-REASON     PIC X(2).

           05 WS-RUN-APPLIED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-RC-DUPLICATE-RUN  PIC 9(4) VALUE 24.

      *    Date et heure de fin du passage, communes à tous les
      *    enregistrements d'historique de ses lots: elles
      *    désignent le passage auprès de CALCRECN et sont prises
      *    comme un horodatage du journal des postages, donc après
      *    toute ligne écrite par le passage.
           05 WS-RUN-END-DATE      PIC X(8).
           05 WS-RUN-END-TIME      PIC X(8).

      *    Table des lots HD...TR du fichier de transactions,
      *    alimentée par la passe de contrôle (date de fichier,
      *    origine et comptages constatés de chaque lot) puis par
              88 ACCOUNT-ON-FILE  VALUE 'Y'.
           05 WS-ACCT-CODE-WORK    PIC X(8).

      *    Résultat du contrôle de statut du compte lu: seul un
      *    compte ouvert accepte un mouvement (AP/AZ/AD/AC/AX).
           05 WS-ACCT-POSTABLE-FLAG PIC X VALUE 'N'.
              88 ACCOUNT-POSTABLE VALUE 'Y'.

      *    Opérande de compte débarrassé de ses espaces, avant
      *    contrôle de longueur: un code de plus de huit caractères
      *    est rejeté plutôt que tronqué en silence vers un autre
           05 WS-ACCT-OPEN-FLAG    PIC X VALUE 'N'.
              88 ACCT-FILE-OPEN   VALUE 'Y'.

      *    Passage d'essai: comptes touchés par les mouvements
      *    simulés, dans l'ordre de leur premier mouvement, avec
      *    leur solde au fichier maître, leur solde projeté et leur
      *    nombre de mouvements. Un compte déjà touché est relu
      *    avec son solde projeté (3300-FIND-ACCOUNT), pour que les
      *    mouvements suivants du fichier le voient comme au
      *    passage réel. Table saturée: les comptes suivants ne
      *    sont plus suivis, et l'état le signale.
       01 WS-TRIAL-DATA.
           05 WS-TRIAL-ACCT-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-TRIAL-ACCT-LIMIT  PIC 9(4) VALUE 1000.
           05 WS-TRIAL-ACCT-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-TA-IDX.
              10 TA-ACCOUNT-CODE   PIC X(8).
              10 TA-FILE-BALANCE   PIC S9(9)V9(4).
              10 TA-PROJ-BALANCE   PIC S9(9)V9(4).
              10 TA-MOVE-COUNT     PIC 9(7).
           05 WS-TRIAL-ACCT-FOUND  PIC 9(4).
           05 WS-TRIAL-READ-BALANCE PIC S9(9)V9(4).
           05 WS-TRIAL-FULL-FLAG   PIC X VALUE 'N'.
              88 TRIAL-TABLE-FULL VALUE 'Y'.

      *    Lignes du journal des postages contre-passées par un AX
      *    simulé (compte, date et heure): le journal n'étant pas
      *    marqué pendant l'essai, une seconde contre-passation de
      *    la même ligne est reconnue ici, comme elle le serait au
      *    journal par le passage réel.
           05 WS-TRIAL-REV-COUNT   PIC 9(4) VALUE ZERO.
           05 WS-TRIAL-REV-LIMIT   PIC 9(4) VALUE 500.
           05 WS-TRIAL-REV-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-TX-IDX.
              10 TX-ACCOUNT-CODE   PIC X(8).
              10 TX-STAMP          PIC X(16).
           05 WS-TRIAL-REV-FLAG    PIC X VALUE 'N'.
              88 TRIAL-REVERSED   VALUE 'Y'.

      *    Ligne de l'état d'essai, composée en mémoire avant
      *    d'être transférée vers CALC-ESS-RECORD.
           05 WS-ESS-LINE          PIC X(100).
           05 WS-ESS-RC            PIC 9(4).

      *    Table en mémoire du fichier maître des taux, chargée au
      *    démarrage. Un fichier absent n'est pas une erreur: la
      *    conversion CV est alors indisponible (refusée en
           05 WS-ROUND-SOURCE-FLAG PIC X VALUE 'N'.
              88 ROUND-FROM-PROFILE VALUE 'P'.

      *    Limite de postage reprise du profil de l'opérateur (ou
      *    de l'identifiant BATCH en batch): un postage AP ou un
      *    mouvement AD/AC dont le montant absolu la dépasse est
      *    mis en attente d'approbation au lieu d'être posté. Sans
      *    limite au profil, ou sans fichier maître, rien n'est
      *    mis en attente.
           05 WS-POST-LIMIT        PIC S9(9)V9(4) VALUE ZERO.
           05 WS-POST-LIMIT-FLAG   PIC X VALUE 'N'.
              88 POST-LIMIT-SET   VALUE 'Y'.

      *    Montant du mouvement en cours de contrôle contre la
      *    limite (signé, tel qu'il serait posté), sa valeur
      *    absolue, et nombre de mouvements mis en attente par le
      *    passage ou la session.
           05 WS-LIMIT-AMOUNT      PIC S9(9)V9(4) VALUE ZERO.
           05 WS-LIMIT-ABS-AMOUNT  PIC 9(9)V9(4) VALUE ZERO.
           05 WS-PARKED-COUNT      PIC 9(9) VALUE ZERO.

      *    Table en mémoire du fichier maître des opérateurs. Si le
      *    fichier est absent, l'atelier fonctionne comme avant
      *    (identifiant libre, question du mode d'arrondi), avec un
              10 WO-BATCH-ALLOWED  PIC X.
              10 WO-ACTIVE         PIC X.
              10 WO-OPERATOR-NAME  PIC X(20).
              10 WO-POST-LIMIT     PIC S9(9)V9(4).
              10 WO-LIMIT-FLAG     PIC X.
           05 WS-OPMAST-FOUND      PIC 9(3).
           05 WS-OPMAST-EOF        PIC X VALUE 'N'.
              88 OPMAST-EOF-REACHED VALUE 'Y'.
           05 WS-OPMAST-LOADED-FLAG PIC X VALUE 'N'.
              88 OPER-MASTER-LOADED VALUE 'Y'.

      *    Journal de sécurité: résultat, motif et libellé de
      *    l'essai d'ouverture de session en cours, mode
      *    d'exécution reporté (INTERACT pour une session
      *    interactive), date et heure de l'essai.
       01 WS-SECURITY-CONTROLS.
           05 WS-SECU-RESULT       PIC X.
           05 WS-SECU-REASON       PIC X(2).
           05 WS-SECU-TEXT         PIC X(30).
           05 WS-SECU-RUN-MODE     PIC X(8).
           05 WS-SECU-DATE         PIC X(8).
           05 WS-SECU-TIME         PIC X(8).
           05 WS-SECU-EOF          PIC X VALUE 'N'.
              88 SECU-EOF-REACHED VALUE 'Y'.
           05 WS-OPWK-EOF          PIC X VALUE 'N'.
              88 OPWK-EOF-REACHED VALUE 'Y'.

      *    Seuils de verrouillage: un identifiant refusé trois
      *    fois dans la session, ou cinq fois dans la journée
      *    (sessions et passages confondus, depuis son dernier
      *    verrouillage), est désactivé au fichier maître des
      *    opérateurs. Un passage d'essai ne verrouille rien.
           05 WS-SECU-SESSION-LIMIT PIC 9(3) VALUE 3.
           05 WS-SECU-DAY-LIMIT    PIC 9(3) VALUE 5.

      *    Table des identifiants refusés: refus du jour relus au
      *    journal de sécurité, complétés de ceux de la session.
           05 WS-SECU-FAIL-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-SECU-FAIL-LIMIT   PIC 9(3) VALUE 100.
           05 WS-SECU-FAIL-ENTRY OCCURS 100 TIMES
                                 INDEXED BY WS-SECU-IDX.
              10 SF-OPERATOR-ID    PIC X(8).
              10 SF-DAY-COUNT      PIC 9(3).
              10 SF-SESSION-COUNT  PIC 9(3).
           05 WS-SECU-FOUND        PIC 9(3).
           05 WS-SECU-ID-WORK      PIC X(8).

      *    Verrouillage en cours: motif (05 ou 06), effet au
      *    fichier maître, images avant/après pour la piste
      *    d'audit.
           05 WS-LOCK-REASON       PIC X(2).
           05 WS-LOCK-DONE-FLAG    PIC X.
              88 LOCK-APPLIED     VALUE 'Y'.
           05 WS-LOCK-BEFORE-IMAGE PIC X(52).
           05 WS-LOCK-AFTER-IMAGE  PIC X(52).

      *    Indicateur de dépassement de capacité pour les opérations
      *    de multiplication et de puissance.
       01 WS-SIZE-ERROR-CONTROLS.
           05 WS-PRIOR-ACCT-CODE   PIC X(8) VALUE SPACES.
           05 WS-PRIOR-ACCT-BALANCE PIC S9(9)V9(4) VALUE ZERO.

      *    Horodatage du mouvement mis en attente d'approbation par
      *    la dernière opération (à blanc si aucun): un tel
      *    mouvement n'est pas annulable par la touche U, seul un
      *    superviseur peut le refuser (CALCRELS). Remis à blanc
      *    avec WS-PRIOR-ACCT-CODE.
           05 WS-PRIOR-PEND-STAMP  PIC X(16) VALUE SPACES.

      *    Sauvegarde du code d'opération autour de la
      *    contre-passation d'annulation, journalisée sous le code
      *    AN au journal des postages.
           ELSE
              IF BATCH-OR-RESTART
                 PERFORM 1050-BATCH-DRIVER THRU 1050-EXIT

      *          Passage d'essai: l'état se clôt sur les soldes
      *          projetés et le code retour prévu, quelle que soit
      *          l'issue du passage.
                 IF TRIAL-MODE
                    PERFORM 1067-WRITE-TRIAL-SUMMARY
                 END-IF
              ELSE
                 PERFORM 1200-FIRST-INPUT

      *    chargeur JCL qui alimenterait ce paramètre n'a pas
      *    d'équivalent ici) ; ACCEPT FROM COMMAND-LINE sert donc de
      *    substitut au PARM= et reçoit le même argument. BATCH
      *    (comme RESTART et ESSAI) déclenche 1050-BATCH-DRIVER.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.

      *    l'ouverture de session: identifiant de l'opérateur en
      *    mode interactif, autorisation batch de l'identifiant
      *    BATCH en mode batch. Le profil de l'opérateur fournit
      *    son mode d'arrondi préféré. Chaque essai est consigné au
      *    journal de sécurité, ouvert pour la seule durée de
      *    l'ouverture de session.
           PERFORM 1110-LOAD-OPERATOR-MASTER.
           PERFORM 1140-LOAD-RATE-MASTER.
           PERFORM 1150-OPEN-SECURITY-LOG.
           IF BATCH-OR-RESTART
              MOVE "BATCH" TO WS-OPERATOR-ID
              PERFORM 1115-CHECK-BATCH-SIGNON
           ELSE
              PERFORM 1120-OPERATOR-SIGNON
           END-IF.
           IF WS-SECU-FILE-STATUS = '00'
              CLOSE CALC-SECU-FILE
           END-IF.

      *    Ouvre le fichier maître des accumulateurs pour la
      *    session interactive, afin que les opérations AP/AR/AZ et
      *    l'historique des sessions précédentes. Si le fichier
      *    n'existe pas encore, on le crée. Tout autre statut
      *    d'échec (à l'ouverture initiale ou au repli) est signalé,
      *    comme pour CALC-TRANS-FILE et CALC-RPT-FILE. Un passage
      *    d'essai ne journalise rien.
           IF NOT TRIAL-MODE
              OPEN EXTEND CALC-LOG-FILE
              IF WS-LOG-FILE-STATUS = '35'
                 CLOSE CALC-LOG-FILE
                 OPEN OUTPUT CALC-LOG-FILE
              END-IF
              IF WS-LOG-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCLOG.DAT "
                         "(statut " WS-LOG-FILE-STATUS
                         "). Journalisation indisponible pour cette "
                         "session."
              END-IF
           END-IF.

      *    Ouvre le journal des postages en ajout, sur le même
      *    modèle que le journal des calculs. Un passage d'essai ne
      *    l'ouvre qu'en lecture, pour la recherche des lignes
      *    contre-passées par AX (un journal absent y vaut journal
      *    vide, comme au passage réel qui le créerait).
           IF TRIAL-MODE
              OPEN INPUT CALC-JRNL-FILE
           ELSE
              OPEN EXTEND CALC-JRNL-FILE
              IF WS-JRNL-FILE-STATUS = '35'
                 CLOSE CALC-JRNL-FILE
                 OPEN OUTPUT CALC-JRNL-FILE
              END-IF
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              AND NOT (TRIAL-MODE AND WS-JRNL-FILE-STATUS = '35')
              DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Journal des postages indisponible pour "
           END-IF.

      *    Ajoute un enregistrement du fichier maître des
      *    opérateurs à la table. Une limite de postage ni blanche
      *    ni numérique est signalée et vaut limite zéro (tout
      *    mouvement de l'opérateur est mis en attente) plutôt que
      *    de lever en silence toute limite.
       1112-LOAD-ONE-OPERATOR.
           IF OM-OPERATOR-ID = SPACES
              DISPLAY "Enregistrement CALCOPER.DAT non conforme "
                    TO WO-ACTIVE(WS-OPM-IDX)
                 MOVE OM-OPERATOR-NAME
                    TO WO-OPERATOR-NAME(WS-OPM-IDX)
                 EVALUATE TRUE
                    WHEN OM-POST-LIMIT-X = SPACES
                       MOVE ZERO TO WO-POST-LIMIT(WS-OPM-IDX)
                       MOVE 'N' TO WO-LIMIT-FLAG(WS-OPM-IDX)
                    WHEN OM-POST-LIMIT IS NUMERIC
                       MOVE OM-POST-LIMIT
                          TO WO-POST-LIMIT(WS-OPM-IDX)
                       MOVE 'Y' TO WO-LIMIT-FLAG(WS-OPM-IDX)
                    WHEN OTHER
                       DISPLAY "ATTENTION: limite de postage non "
                               "conforme, limite zéro pour: "
                               OM-OPERATOR-ID
                       MOVE ZERO TO WO-POST-LIMIT(WS-OPM-IDX)
                       MOVE 'Y' TO WO-LIMIT-FLAG(WS-OPM-IDX)
                 END-EVALUATE
              ELSE
                 DISPLAY "ATTENTION: table des opérateurs saturée, "
                         "identifiant ignoré: " OM-OPERATOR-ID
      *    Contrôle l'autorisation batch: l'identifiant BATCH doit
      *    exister au fichier maître, être actif et autorisé au
      *    mode batch. Sans fichier maître, l'atelier fonctionne
      *    comme avant. L'essai est consigné au journal de
      *    sécurité.
       1115-CHECK-BATCH-SIGNON.
           MOVE 1 TO WS-SIGNON-ATTEMPTS.
           MOVE '00' TO WS-SECU-REASON.
           MOVE "OUVERTURE ACCEPTEE" TO WS-SECU-TEXT.
           IF OPER-MASTER-LOADED
              PERFORM 1130-FIND-OPERATOR-MASTER
              IF WS-OPMAST-FOUND = ZERO
                         "CALCOPER.DAT. Traitement refusé."
                 MOVE 'N' TO WS-SIGNON-FLAG
                 MOVE WS-RC-SIGNON-FAILURE TO RETURN-CODE
                 MOVE '02' TO WS-SECU-REASON
                 MOVE "IDENTIFIANT INCONNU" TO WS-SECU-TEXT
              ELSE
                 SET WS-OPM-IDX TO WS-OPMAST-FOUND
                 IF WO-ACTIVE(WS-OPM-IDX) NOT = 'O'
                            "Traitement refusé."
                    MOVE 'N' TO WS-SIGNON-FLAG
                    MOVE WS-RC-SIGNON-FAILURE TO RETURN-CODE
                    IF WO-ACTIVE(WS-OPM-IDX) NOT = 'O'
                       MOVE '03' TO WS-SECU-REASON
                       MOVE "IDENTIFIANT DESACTIVE" TO WS-SECU-TEXT
                    ELSE
                       MOVE '04' TO WS-SECU-REASON
                       MOVE "NON AUTORISE AU MODE BATCH"
                          TO WS-SECU-TEXT
                    END-IF
                 ELSE
                    IF WO-ROUND-MODE(WS-OPM-IDX) = 'N'
                       OR WO-ROUND-MODE(WS-OPM-IDX) = 'T'
                          TO WS-ROUND-MODE
                       MOVE 'P' TO WS-ROUND-SOURCE-FLAG
                    END-IF
                    PERFORM 1135-KEEP-POST-LIMIT
                 END-IF
              END-IF
           ELSE
              MOVE "CONTROLE INACTIF (CALCOPER)" TO WS-SECU-TEXT
           END-IF.
           PERFORM 1155-LOG-SIGNON-ATTEMPT.

      *    Ouverture de session interactive: l'identifiant saisi
      *    doit exister au fichier maître et être actif. Trois
              IF NOT OPER-MASTER-LOADED
                 IF WS-OPERATOR-ID = SPACES
                    DISPLAY "Identifiant à blanc refusé."
                    MOVE '01' TO WS-SECU-REASON
                    MOVE "IDENTIFIANT A BLANC" TO WS-SECU-TEXT
                    PERFORM 1155-LOG-SIGNON-ATTEMPT
                 ELSE
                    MOVE '00' TO WS-SECU-REASON
                    MOVE "CONTROLE INACTIF (CALCOPER)"
                       TO WS-SECU-TEXT
                    PERFORM 1155-LOG-SIGNON-ATTEMPT
                    MOVE 9 TO WS-SIGNON-ATTEMPTS
                 END-IF
              ELSE
                 IF WS-OPMAST-FOUND = ZERO
                    DISPLAY "Identifiant inconnu refusé: "
                            WS-OPERATOR-ID
                    IF WS-OPERATOR-ID = SPACES
                       MOVE '01' TO WS-SECU-REASON
                       MOVE "IDENTIFIANT A BLANC" TO WS-SECU-TEXT
                    ELSE
                       MOVE '02' TO WS-SECU-REASON
                       MOVE "IDENTIFIANT INCONNU" TO WS-SECU-TEXT
                    END-IF
                    PERFORM 1155-LOG-SIGNON-ATTEMPT
                 ELSE
                    SET WS-OPM-IDX TO WS-OPMAST-FOUND
                    IF WO-ACTIVE(WS-OPM-IDX) NOT = 'O'
                       DISPLAY "Identifiant désactivé refusé: "
                               WS-OPERATOR-ID
                       MOVE '03' TO WS-SECU-REASON
                       MOVE "IDENTIFIANT DESACTIVE" TO WS-SECU-TEXT
                       PERFORM 1155-LOG-SIGNON-ATTEMPT
                    ELSE
                       DISPLAY "Bonjour "
                          FUNCTION TRIM(
                             TO WS-ROUND-MODE
                          MOVE 'P' TO WS-ROUND-SOURCE-FLAG
                       END-IF
                       PERFORM 1135-KEEP-POST-LIMIT
                       MOVE '00' TO WS-SECU-REASON
                       MOVE "OUVERTURE ACCEPTEE" TO WS-SECU-TEXT
                       PERFORM 1155-LOG-SIGNON-ATTEMPT
                       MOVE 9 TO WS-SIGNON-ATTEMPTS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Retient la limite de postage du profil de l'opérateur
      *    dont l'ouverture de session vient d'aboutir (entrée
      *    pointée par WS-OPM-IDX).
       1135-KEEP-POST-LIMIT.
           MOVE WO-POST-LIMIT(WS-OPM-IDX) TO WS-POST-LIMIT.
           MOVE WO-LIMIT-FLAG(WS-OPM-IDX) TO WS-POST-LIMIT-FLAG.
           IF POST-LIMIT-SET
              MOVE WS-POST-LIMIT TO WS-NUM-DISPLAY
              DISPLAY "Limite de postage de " WS-OPERATOR-ID ": "
                      FUNCTION TRIM(WS-NUM-DISPLAY)
           END-IF.

      *    Prépare le journal de sécurité: relit les lignes du jour
      *    pour compter, par identifiant, les refus depuis son
      *    dernier verrouillage, puis ouvre le journal en ajout
      *    (créé s'il est absent). Un journal impossible à ouvrir
      *    est signalé sans bloquer l'ouverture de session, comme
      *    le journal des calculs.
       1150-OPEN-SECURITY-LOG.
           ACCEPT WS-SECU-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-MODE = SPACES
              MOVE "INTERACT" TO WS-SECU-RUN-MODE
           ELSE
              MOVE WS-RUN-MODE TO WS-SECU-RUN-MODE
           END-IF.
           OPEN INPUT CALC-SECU-FILE.
           IF WS-SECU-FILE-STATUS = '00'
              MOVE 'N' TO WS-SECU-EOF
              PERFORM UNTIL SECU-EOF-REACHED
                 READ CALC-SECU-FILE
                    AT END
                       MOVE 'Y' TO WS-SECU-EOF
                    NOT AT END
                       IF SE-DATE = WS-SECU-DATE
                          AND SE-OPERATOR-ID NOT = SPACES
                          AND (SE-RESULT = 'R' OR SE-RESULT = 'V')
                          PERFORM 1152-COUNT-LOGGED-REFUSAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-SECU-FILE
           END-IF.
           OPEN EXTEND CALC-SECU-FILE.
           IF WS-SECU-FILE-STATUS = '35'
              CLOSE CALC-SECU-FILE
              OPEN OUTPUT CALC-SECU-FILE
           END-IF.
           IF WS-SECU-FILE-STATUS NOT = '00'
              DISPLAY "ATTENTION: impossible d'ouvrir CALCSECU.DAT "
                      "(statut " WS-SECU-FILE-STATUS
                      "). Essais d'ouverture de session non "
                      "journalisés."
           END-IF.

      *    Reporte une ligne du jour du journal de sécurité: un
      *    refus compte pour l'identifiant, un verrouillage remet
      *    son compte à zéro.
       1152-COUNT-LOGGED-REFUSAL.
           MOVE SE-OPERATOR-ID TO WS-SECU-ID-WORK.
           PERFORM 1162-FIND-FAILED-ID.
           IF WS-SECU-FOUND > ZERO
              SET WS-SECU-IDX TO WS-SECU-FOUND
              IF SE-RESULT = 'V'
                 MOVE ZERO TO SF-DAY-COUNT(WS-SECU-IDX)
              ELSE
                 ADD 1 TO SF-DAY-COUNT(WS-SECU-IDX)
              END-IF
           END-IF.

      *    Consigne l'essai d'ouverture de session en cours (motif
      *    et libellé posés par l'appelant: 00 pour un essai
      *    accepté). Un refus d'un identifiant non blanc est
      *    compté, et peut verrouiller l'identifiant.
       1155-LOG-SIGNON-ATTEMPT.
           IF WS-SECU-REASON = '00'
              MOVE 'A' TO WS-SECU-RESULT
           ELSE
              MOVE 'R' TO WS-SECU-RESULT
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-SECU-ID-WORK.
           PERFORM 1157-WRITE-SECURITY-LINE.
           IF WS-SECU-RESULT = 'R'
              AND WS-OPERATOR-ID NOT = SPACES
              PERFORM 1160-COUNT-SIGNON-FAILURE
           END-IF.

      *    Écrit une ligne au journal de sécurité, si celui-ci a pu
      *    être ouvert.
       1157-WRITE-SECURITY-LINE.
           IF WS-SECU-FILE-STATUS = '00'
              ACCEPT WS-SECU-TIME FROM TIME
              MOVE SPACES TO CALC-SECU-RECORD
              MOVE WS-SECU-DATE TO SE-DATE
              MOVE WS-SECU-TIME TO SE-TIME
              MOVE WS-SECU-ID-WORK TO SE-OPERATOR-ID
              MOVE WS-SECU-RUN-MODE TO SE-RUN-MODE
              MOVE WS-SECU-RESULT TO SE-RESULT
              MOVE WS-SECU-REASON TO SE-REASON-CODE
              MOVE WS-SIGNON-ATTEMPTS TO SE-ATTEMPT
              MOVE WS-SECU-TEXT TO SE-REASON-TEXT
              WRITE CALC-SECU-RECORD
           END-IF.

      *    Compte un refus pour l'identifiant saisi, dans la
      *    session et dans la journée, et le verrouille au seuil
      *    atteint (sauf en passage d'essai, qui ne met rien à
      *    jour: ses refus comptent seulement pour la journée).
       1160-COUNT-SIGNON-FAILURE.
           PERFORM 1162-FIND-FAILED-ID.
           IF WS-SECU-FOUND > ZERO
              SET WS-SECU-IDX TO WS-SECU-FOUND
              ADD 1 TO SF-DAY-COUNT(WS-SECU-IDX)
              ADD 1 TO SF-SESSION-COUNT(WS-SECU-IDX)
              IF NOT TRIAL-MODE
                 IF SF-SESSION-COUNT(WS-SECU-IDX)
                    NOT < WS-SECU-SESSION-LIMIT
                    MOVE '05' TO WS-LOCK-REASON
                    PERFORM 1165-LOCK-OPERATOR
                 ELSE
                    IF SF-DAY-COUNT(WS-SECU-IDX)
                       NOT < WS-SECU-DAY-LIMIT
                       MOVE '06' TO WS-LOCK-REASON
                       PERFORM 1165-LOCK-OPERATOR
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Recherche WS-SECU-ID-WORK dans la table des identifiants
      *    refusés et l'y ajoute s'il est absent (zéro si la table
      *    est pleine: l'identifiant n'est alors plus compté).
       1162-FIND-FAILED-ID.
           MOVE ZERO TO WS-SECU-FOUND.
           PERFORM VARYING WS-SECU-IDX FROM 1 BY 1
                   UNTIL WS-SECU-IDX > WS-SECU-FAIL-COUNT
                   OR WS-SECU-FOUND > ZERO
              IF SF-OPERATOR-ID(WS-SECU-IDX) = WS-SECU-ID-WORK
                 SET WS-SECU-FOUND TO WS-SECU-IDX
              END-IF
           END-PERFORM.
           IF WS-SECU-FOUND = ZERO
              AND WS-SECU-FAIL-COUNT < WS-SECU-FAIL-LIMIT
              ADD 1 TO WS-SECU-FAIL-COUNT
              SET WS-SECU-IDX TO WS-SECU-FAIL-COUNT
              MOVE WS-SECU-ID-WORK TO SF-OPERATOR-ID(WS-SECU-IDX)
              MOVE ZERO TO SF-DAY-COUNT(WS-SECU-IDX)
              MOVE ZERO TO SF-SESSION-COUNT(WS-SECU-IDX)
              MOVE WS-SECU-FAIL-COUNT TO WS-SECU-FOUND
           END-IF.

      *    Verrouille l'identifiant refusé (entrée pointée par
      *    WS-SECU-IDX): un identifiant actif du fichier maître y
      *    est désactivé, avec un enregistrement d'audit; un
      *    identifiant inconnu ou déjà inactif n'y change rien.
      *    Le verrouillage est consigné au journal de sécurité et
      *    remet les compteurs de l'identifiant à zéro.
       1165-LOCK-OPERATOR.
           MOVE 'N' TO WS-LOCK-DONE-FLAG.
           PERFORM 1130-FIND-OPERATOR-MASTER.
           IF WS-OPMAST-FOUND = ZERO
              MOVE "INCONNU DE CALCOPER.DAT" TO WS-SECU-TEXT
           ELSE
              SET WS-OPM-IDX TO WS-OPMAST-FOUND
              IF WO-ACTIVE(WS-OPM-IDX) NOT = 'O'
                 MOVE "DEJA INACTIF" TO WS-SECU-TEXT
              ELSE
                 PERFORM 1167-DEACTIVATE-OPERATOR
                 IF LOCK-APPLIED
                    SET WS-OPM-IDX TO WS-OPMAST-FOUND
                    MOVE 'N' TO WO-ACTIVE(WS-OPM-IDX)
                    PERFORM 1169-WRITE-LOCK-AUDIT
                    MOVE "DESACTIVE DANS CALCOPER.DAT"
                       TO WS-SECU-TEXT
                 ELSE
                    MOVE "ECHEC DE LA DESACTIVATION"
                       TO WS-SECU-TEXT
                 END-IF
              END-IF
           END-IF.
           DISPLAY "ATTENTION: identifiant " WS-OPERATOR-ID
                   " verrouillé après refus répétés ("
                   FUNCTION TRIM(WS-SECU-TEXT) ").".
           MOVE 'V' TO WS-SECU-RESULT.
           MOVE WS-LOCK-REASON TO WS-SECU-REASON.
           PERFORM 1157-WRITE-SECURITY-LINE.
           MOVE ZERO TO SF-DAY-COUNT(WS-SECU-IDX).
           MOVE ZERO TO SF-SESSION-COUNT(WS-SECU-IDX).

      *    Désactive l'identifiant WS-OPERATOR-ID au fichier maître
      *    des opérateurs: recopie du maître dans le fichier de
      *    travail en ne changeant que l'indicateur d'activité de
      *    cet identifiant (la disposition de 52 octets et les
      *    autres zones restent intactes), puis réécriture du
      *    maître depuis le fichier de travail. Le maître n'est
      *    ouvert en sortie qu'une fois le fichier de travail
      *    relu avec succès.
       1167-DEACTIVATE-OPERATOR.
           OPEN INPUT CALC-OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCOPER.DAT "
                      "(statut " WS-OPER-FILE-STATUS ")."
           ELSE
              OPEN OUTPUT CALC-OPWK-FILE
              IF WS-OPWK-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCOPWK.DAT "
                         "(statut " WS-OPWK-FILE-STATUS ")."
              ELSE
                 MOVE 'N' TO WS-OPMAST-EOF
                 PERFORM UNTIL OPMAST-EOF-REACHED
                    READ CALC-OPER-FILE
                       AT END
                          MOVE 'Y' TO WS-OPMAST-EOF
                       NOT AT END
                          PERFORM 1168-COPY-ONE-OPERATOR
                    END-READ
                 END-PERFORM
                 CLOSE CALC-OPWK-FILE
              END-IF
              CLOSE CALC-OPER-FILE
           END-IF.
           IF LOCK-APPLIED
              OPEN INPUT CALC-OPWK-FILE
              IF WS-OPWK-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible de relire CALCOPWK.DAT "
                         "(statut " WS-OPWK-FILE-STATUS ")."
                 MOVE 'N' TO WS-LOCK-DONE-FLAG
              ELSE
                 OPEN OUTPUT CALC-OPER-FILE
                 IF WS-OPER-FILE-STATUS NOT = '00'
                    DISPLAY "ERREUR: impossible de réécrire "
                            "CALCOPER.DAT (statut "
                            WS-OPER-FILE-STATUS ")."
                    MOVE 'N' TO WS-LOCK-DONE-FLAG
                 ELSE
                    MOVE 'N' TO WS-OPWK-EOF
                    PERFORM UNTIL OPWK-EOF-REACHED
                       READ CALC-OPWK-FILE
                          AT END
                             MOVE 'Y' TO WS-OPWK-EOF
                          NOT AT END
                             MOVE CALC-OPWK-RECORD
                                TO CALC-OPER-RECORD
                             WRITE CALC-OPER-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE CALC-OPER-FILE
                 END-IF
                 CLOSE CALC-OPWK-FILE
              END-IF
           END-IF.

      *    Recopie un enregistrement du fichier maître dans le
      *    fichier de travail, en désactivant au passage le
      *    premier enregistrement de l'identifiant verrouillé.
       1168-COPY-ONE-OPERATOR.
           IF NOT LOCK-APPLIED
              AND FUNCTION UPPER-CASE(OM-OPERATOR-ID)
                  = WS-OPERATOR-ID
              MOVE CALC-OPER-RECORD TO WS-LOCK-BEFORE-IMAGE
              MOVE 'N' TO OM-ACTIVE
              MOVE CALC-OPER-RECORD TO WS-LOCK-AFTER-IMAGE
              MOVE 'Y' TO WS-LOCK-DONE-FLAG
           END-IF.
           MOVE CALC-OPER-RECORD TO CALC-OPWK-RECORD.
           WRITE CALC-OPWK-RECORD.

      *    Consigne le verrouillage à la piste d'audit des
      *    opérateurs (action V, intervenant CALCPLUS), en ajout.
      *    Une piste impossible à ouvrir est signalée: le
      *    verrouillage reste consigné au journal de sécurité.
       1169-WRITE-LOCK-AUDIT.
           OPEN EXTEND CALC-OPAU-FILE.
           IF WS-OPAU-FILE-STATUS = '35'
              CLOSE CALC-OPAU-FILE
              OPEN OUTPUT CALC-OPAU-FILE
           END-IF.
           IF WS-OPAU-FILE-STATUS NOT = '00'
              DISPLAY "ATTENTION: impossible d'ouvrir CALCOPAU.DAT "
                      "(statut " WS-OPAU-FILE-STATUS
                      "). Verrouillage non audité."
           ELSE
              MOVE SPACES TO CALC-OPAU-RECORD
              ACCEPT AU-DATE FROM DATE YYYYMMDD
              ACCEPT AU-TIME FROM TIME
              MOVE "CALCPLUS" TO AU-USER-ID
              MOVE 'V' TO AU-ACTION
              MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
              MOVE WS-LOCK-BEFORE-IMAGE TO AU-BEFORE-IMAGE
              MOVE WS-LOCK-AFTER-IMAGE TO AU-AFTER-IMAGE
              WRITE CALC-OPAU-RECORD
              CLOSE CALC-OPAU-FILE
           END-IF.

      *    Paragraphe pilote du traitement batch: lit chaque
      *    transaction de CALC-TRANS-FILE et exécute l'opération
      *    correspondante sans aucune interaction utilisateur. Si le
      *    fichier de transactions est absent ou illisible, le
      *    signale clairement plutôt que d'abandonner brutalement.
       1050-BATCH-DRIVER.
           IF TRIAL-MODE
              PERFORM 1062-OPEN-TRIAL-REPORT
           END-IF.
           IF RESTART-MODE
              PERFORM 1055-READ-CHECKPOINT
           END-IF.
                 PERFORM 1059-WRITE-RUN-HISTORY
                 GO TO 1050-EXIT
              END-IF

      *       Un passage d'essai ne touche pas au fichier des
      *       rejets du dernier passage réel: ses rejets vont à
      *       l'état d'essai.
              IF NOT TRIAL-MODE
                 PERFORM 1052-OPEN-REJECT-FILE
              END-IF

      *       Le fichier maître indexé porte les soldes à jour,
      *       mouvement par mouvement: en reprise comme en passage
                             PERFORM 1060-BATCH-EXECUTE-ONE
                             ADD 1 TO WS-CHECKPOINT-COUNTER

      *                      Les mouvements de soldes (AP/AZ,
      *                      AD/AC et AX) sont écrits au fichier maître
      *                      et au journal des postages dès leur
      *                      exécution: le point de contrôle est
      *                      forcé aussitôt après, sans quoi une
      *                      reprise rejouerait le mouvement et
      *                      l'appliquerait une seconde fois. Un
      *                      passage d'essai, qui n'écrit rien, ne
      *                      prend pas de point de contrôle.
                             IF ACCT-POST OR ACCT-ZERO
                                   OR ACCT-DEBIT OR ACCT-CREDIT
                                   OR ACCT-REVERSE
                                   OR WS-CHECKPOINT-COUNTER
                                      NOT < WS-CHECKPOINT-INTERVAL
                                IF NOT TRIAL-MODE
                                   PERFORM 1057-WRITE-CHECKPOINT
                                END-IF
                                MOVE ZERO TO WS-CHECKPOINT-COUNTER
                             END-IF
                          END-IF

      *       Fin normale du passage: le point de contrôle est vidé
      *       pour qu'une reprise ultérieure ne saute pas par erreur
      *       des transactions d'un nouveau fichier (un passage
      *       d'essai laisse en place celui d'un passage réel
      *       interrompu).
              IF NOT TRIAL-MODE
                 PERFORM 1058-CLEAR-CHECKPOINT
              END-IF

      *       Bilan par origine: transactions appliquées et
      *       rejetées de chaque lot du passage.
              PERFORM 1077-REPORT-BATCH-TOTALS

      *       Les mouvements au-delà de la limite ne sont pas des
      *       rejets: ils attendent la décision d'un superviseur
      *       (CALCRELS) et ne changent pas le code retour.
              IF WS-PARKED-COUNT > ZERO
                 IF TRIAL-MODE
                    DISPLAY "ATTENTION: " WS-PARKED-COUNT
                            " mouvement(s) seraient mis en attente "
                            "d'approbation, voir CALCESS.DAT."
                 ELSE
                    DISPLAY "ATTENTION: " WS-PARKED-COUNT
                            " mouvement(s) en attente d'approbation, "
                            "voir CALCPEND.DAT."
                 END-IF
              END-IF

      *       Tout rejet est signalé au JCL par un code retour non
      *       nul, pour aiguiller le flot vers l'étape d'erreur.
              IF WS-REJECT-COUNT > ZERO
                 IF TRIAL-MODE
                    DISPLAY "ATTENTION: " WS-REJECT-COUNT
                            " transaction(s) seraient rejetée(s), "
                            "voir CALCESS.DAT."
                 ELSE
                    DISPLAY "ATTENTION: " WS-REJECT-COUNT
                            " transaction(s) rejetée(s), voir "
                            "CALCREJ.DAT."
                 END-IF
                 MOVE WS-RC-REJECTS TO RETURN-CODE
              END-IF
           END-IF.

      *    Transaction ordinaire: comptée et hachée au lot en
      *    cours. Les opérandes des opérations sur accumulateurs
      *    AP/AR/AZ, de la contre-passation AX et de la conversion
      *    CV portent un code, jamais une valeur: ils n'entrent pas
      *    dans le total de hachage, même quand le code est tout en
      *    chiffres (la référence de la ligne contre-passée par AX
      *    n'y entre pas davantage). Les mouvements
      *    directs AD/AC portent leur montant dans TR-AMOUNT:
      *    c'est lui qui entre dans le total (aiguillage identique
      *    à 1060-BATCH-EXECUTE-ONE).
              MOVE FUNCTION UPPER-CASE(TR-OPERATOR)
                 TO WS-OPERATION
              IF NOT (ACCT-POST OR ACCT-RECALL OR ACCT-ZERO
                    OR CONVERT-RATE OR ACCT-REVERSE)
                 IF ACCT-DEBIT OR ACCT-CREDIT
                    MOVE TR-AMOUNT TO WS-USER-INPUT
                 ELSE
      *    rejetées du lot, code retour final du passage. Rien
      *    n'est écrit si aucun en-tête n'a jamais été lu (fichier
      *    introuvable): il n'y a alors rien à marquer comme
      *    traité. Un passage d'essai n'est pas tracé: le fichier
      *    reste à passer pour de bon.
       1059-WRITE-RUN-HISTORY.
           IF WS-BATCH-COUNT = ZERO
              OR TRIAL-MODE
              CONTINUE
           ELSE
              OPEN EXTEND CALC-RUNH-FILE
                         "(statut " WS-RUNH-FILE-STATUS
                         "). Passage non tracé à l'historique."
              ELSE
                 PERFORM 3605-TAKE-JOURNAL-STAMP
                 MOVE WS-JRNL-NOW-DATE TO WS-RUN-END-DATE
                 MOVE WS-JRNL-NOW-TIME TO WS-RUN-END-TIME
                 MOVE ZERO TO WS-HIST-BATCH-NUM
                 PERFORM WS-BATCH-COUNT TIMES
                    ADD 1 TO WS-HIST-BATCH-NUM
                 - BR-REJECT-COUNT(WS-HIST-BATCH-NUM)
           END-IF.
           MOVE SPACES TO CALC-RUNH-RECORD.
           MOVE WS-RUN-END-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-END-TIME TO RH-RUN-TIME.
           MOVE BT-FILE-DATE(WS-BT-IDX) TO RH-FILE-DATE.
           MOVE BT-ORIGIN-SYSTEM(WS-BT-IDX) TO RH-ORIGIN-SYSTEM.
           MOVE WS-RUN-APPLIED-COUNT TO RH-APPLIED-COUNT.
                      BR-REJECT-COUNT(WS-HIST-BATCH-NUM) "."
           END-PERFORM.

      *    Ouvre le fichier des rejets en ajout (créé s'il est
      *    absent): les rejets d'un passage, comme ceux d'avant une
      *    interruption et les mouvements refusés par CALCRELS, y
      *    restent jusqu'à leur resoumission par CALCRESUB, qui ne
      *    garde dans le fichier que les rejets encore invalides.
       1052-OPEN-REJECT-FILE.
           OPEN EXTEND CALC-REJ-FILE.
           IF WS-REJ-FILE-STATUS = '35'
              CLOSE CALC-REJ-FILE
              OPEN OUTPUT CALC-REJ-FILE
           END-IF.
           IF WS-REJ-FILE-STATUS NOT = '00'
      *    batch (refus d'un AR/AZ interactif sur compte inconnu,
      *    dépassement sur postage), il n'y a ni fichier des
      *    rejets ni comptage: le refus ne vit que par son
      *    affichage au poste de l'opérateur. En passage d'essai,
      *    le rejet est compté de même mais porté à l'état d'essai.
       1065-WRITE-REJECT.
           IF NOT BATCH-OR-RESTART
              CONTINUE
                 MOVE CALC-TRANS-RECORD TO RJ-TRANS-IMAGE
                 WRITE CALC-REJ-RECORD
              END-IF
              IF TRIAL-MODE
                 MOVE SPACES TO WS-ESS-LINE
                 STRING "Rejet      " DELIMITED BY SIZE
                        WS-TRANS-READ-COUNT DELIMITED BY SIZE
                        " motif " DELIMITED BY SIZE
                        WS-REJECT-REASON DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        CALC-TRANS-RECORD DELIMITED BY SIZE
                        INTO WS-ESS-LINE
                 PERFORM 1063-WRITE-TRIAL-LINE
              END-IF
           END-IF.

      *    Ouvre l'état du passage d'essai, recréé à chaque essai,
      *    et y écrit son titre. Si l'état ne peut pas être ouvert,
      *    l'essai se poursuit: son issue reste affichée et rendue
      *    en code retour.
       1062-OPEN-TRIAL-REPORT.
           OPEN OUTPUT CALC-ESS-FILE.
           IF WS-ESS-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCESS.DAT "
                      "(statut " WS-ESS-FILE-STATUS
                      "). Etat d'essai non produit."
           ELSE
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-ESS-LINE
              STRING "ESSAI DE PASSAGE DE CALCTRAN.DAT DU "
                        DELIMITED BY SIZE
                     WS-REPORT-DATE DELIMITED BY SIZE
                     " - AUCUNE MISE A JOUR" DELIMITED BY SIZE
                     INTO WS-ESS-LINE
              PERFORM 1063-WRITE-TRIAL-LINE
              MOVE SPACES TO WS-ESS-LINE
              PERFORM 1063-WRITE-TRIAL-LINE
           END-IF.

      *    Écrit la ligne WS-ESS-LINE à l'état d'essai, s'il est
      *    ouvert.
       1063-WRITE-TRIAL-LINE.
           IF WS-ESS-FILE-STATUS = '00'
              MOVE WS-ESS-LINE TO CALC-ESS-RECORD
              WRITE CALC-ESS-RECORD
           END-IF.

      *    Clôt l'état d'essai: soldes projetés des comptes touchés
      *    et bilan par lot si le passage irait à son terme, motif
      *    du refus sinon, puis le code retour que rendrait le
      *    passage réel.
       1067-WRITE-TRIAL-SUMMARY.
           MOVE SPACES TO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.
           EVALUATE RETURN-CODE
              WHEN WS-RC-OPEN-FAILURE
                 MOVE "Passage refuse: CALCTRAN.DAT illisible."
                    TO WS-ESS-LINE
                 PERFORM 1063-WRITE-TRIAL-LINE
              WHEN WS-RC-CONTROL-FAILURE
                 MOVE
                    "Passage refuse: controles HD/TR en desequilibre."
                    TO WS-ESS-LINE
                 PERFORM 1063-WRITE-TRIAL-LINE
              WHEN WS-RC-DUPLICATE-RUN
                 MOVE "Passage refuse: lot deja traite avec succes."
                    TO WS-ESS-LINE
                 PERFORM 1063-WRITE-TRIAL-LINE
              WHEN OTHER
                 PERFORM 1068-WRITE-TRIAL-EFFECTS
           END-EVALUATE.
           MOVE SPACES TO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.
           MOVE RETURN-CODE TO WS-ESS-RC.
           STRING "Code retour prevu: " DELIMITED BY SIZE
                  WS-ESS-RC DELIMITED BY SIZE
                  INTO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.
           IF WS-ESS-FILE-STATUS = '00'
              CLOSE CALC-ESS-FILE
           END-IF.
           DISPLAY "Passage d'essai terminé, aucune mise à jour. "
                   "Code retour prévu: " WS-ESS-RC ".".

      *    Effets projetés d'un passage qui irait à son terme:
      *    comptes touchés (solde au fichier maître, solde projeté,
      *    nombre de mouvements), bilan par lot comme
      *    1077-REPORT-BATCH-TOTALS, rejets et mises en attente.
       1068-WRITE-TRIAL-EFFECTS.
           MOVE "Compte      Solde actuel   Solde projete Mouvements"
              TO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TRIAL-ACCT-COUNT
              MOVE SPACES TO WS-ESS-LINE
              MOVE TA-ACCOUNT-CODE(WS-TA-IDX) TO WS-ESS-LINE(1:8)
              MOVE TA-FILE-BALANCE(WS-TA-IDX) TO WS-NUM-DISPLAY
              MOVE WS-NUM-DISPLAY TO WS-ESS-LINE(10:15)
              MOVE TA-PROJ-BALANCE(WS-TA-IDX) TO WS-NUM-DISPLAY
              MOVE WS-NUM-DISPLAY TO WS-ESS-LINE(26:15)
              MOVE TA-MOVE-COUNT(WS-TA-IDX) TO WS-ESS-LINE(45:7)
              PERFORM 1063-WRITE-TRIAL-LINE
           END-PERFORM.
           IF WS-TRIAL-ACCT-COUNT = ZERO
              MOVE "(aucun compte mouvemente)" TO WS-ESS-LINE
              PERFORM 1063-WRITE-TRIAL-LINE
           END-IF.
           IF TRIAL-TABLE-FULL
              MOVE "ATTENTION: table saturee, etat d'essai incomplet."
                 TO WS-ESS-LINE
              PERFORM 1063-WRITE-TRIAL-LINE
           END-IF.
           MOVE SPACES TO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.
           MOVE ZERO TO WS-HIST-BATCH-NUM.
           PERFORM WS-BATCH-COUNT TIMES
              ADD 1 TO WS-HIST-BATCH-NUM
              SET WS-BT-IDX TO WS-HIST-BATCH-NUM
              COMPUTE WS-RUN-APPLIED-COUNT =
                 BT-TRANS-COUNT(WS-BT-IDX)
                 - BR-REJECT-COUNT(WS-HIST-BATCH-NUM)
              MOVE SPACES TO WS-ESS-LINE
              STRING "Lot " DELIMITED BY SIZE
                     BT-ORIGIN-SYSTEM(WS-BT-IDX) DELIMITED BY SIZE
                     " du " DELIMITED BY SIZE
                     BT-FILE-DATE(WS-BT-IDX) DELIMITED BY SIZE
                     ": appliquees " DELIMITED BY SIZE
                     WS-RUN-APPLIED-COUNT DELIMITED BY SIZE
                     ", rejets " DELIMITED BY SIZE
                     BR-REJECT-COUNT(WS-HIST-BATCH-NUM)
                        DELIMITED BY SIZE
                     INTO WS-ESS-LINE
              PERFORM 1063-WRITE-TRIAL-LINE
           END-PERFORM.
           MOVE SPACES TO WS-ESS-LINE.
           STRING "Rejets: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "  Mises en attente: " DELIMITED BY SIZE
                  WS-PARKED-COUNT DELIMITED BY SIZE
                  INTO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.

      *    Ouvre le fichier maître indexé des accumulateurs en mise
      *    à jour. Un fichier absent n'est pas une erreur: il est
      *    créé vide puis rouvert (premier passage de l'atelier, ou
      *    maître pas encore converti par CALCACLD). Un passage
      *    d'essai l'ouvre en lecture seule.
       1070-OPEN-ACCOUNTS.
           IF TRIAL-MODE
              OPEN INPUT CALC-ACCT-FILE
           ELSE
              OPEN I-O CALC-ACCT-FILE
              IF WS-ACCT-FILE-STATUS = '35'
                 OPEN OUTPUT CALC-ACCT-FILE
                 CLOSE CALC-ACCT-FILE
                 OPEN I-O CALC-ACCT-FILE
              END-IF
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCACCT.DAT "
      *    (TR-OPERAND) est contrôlé comme en 1080-BATCH-ACCT-ONE,
      *    le montant (TR-AMOUNT) est validé et converti comme un
      *    opérande ordinaire, puis le montant signé (négativé pour
      *    un crédit AC) est posté au solde du compte, qui doit
      *    être ouvert. Le résultat courant n'est pas touché.
       1082-BATCH-DIRECT-ONE.
           MOVE FUNCTION TRIM(TR-OPERAND) TO WS-ACCT-OPERAND-WORK.
           MOVE WS-ACCT-OPERAND-WORK(1:8) TO WS-ACCT-CODE-WORK.
      *    compte en opérande, et non une valeur numérique: elles
      *    sont aiguillées avant la validation numérique. Les
      *    mouvements directs AD/AC portent le code du compte ET le
      *    montant, la contre-passation AX le code du compte ET la
      *    référence de la ligne à annuler, et la conversion CV
      *    porte un code de taux: chacun a son propre aiguillage.
           EVALUATE TRUE
              WHEN ACCT-POST OR ACCT-RECALL OR ACCT-ZERO
                 PERFORM 1080-BATCH-ACCT-ONE
              WHEN ACCT-DEBIT OR ACCT-CREDIT
                 PERFORM 1082-BATCH-DIRECT-ONE
              WHEN ACCT-REVERSE
                 PERFORM 1086-BATCH-REVERSE-ONE
              WHEN CONVERT-RATE
                 PERFORM 1084-BATCH-CONVERT-ONE
              WHEN OTHER
                 PERFORM 1090-BATCH-CALC-ONE
           END-EVALUATE.

      *    Applique une contre-passation AX: le code du compte
      *    (TR-OPERAND) est contrôlé comme en 1080-BATCH-ACCT-ONE,
      *    la référence (TR-AMOUNT) doit être une date et une heure
      *    AAAAMMJJHHMMSScc, et le compte doit être ouvert (3310).
      *    La ligne d'origine est recherchée au journal des
      *    postages vif (une ligne d'une période close et archivée
      *    par CALCCLOS ne se contre-passe plus: elle se corrige
      *    par un mouvement AD/AC ordinaire). Une
      *    référence invalide, une ligne introuvable, déjà
      *    contre-passée ou portée sur un autre compte rejette la
      *    transaction (motif 06).
       1086-BATCH-REVERSE-ONE.
           MOVE FUNCTION TRIM(TR-OPERAND) TO WS-ACCT-OPERAND-WORK.
           MOVE WS-ACCT-OPERAND-WORK(1:8) TO WS-ACCT-CODE-WORK.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-CODE-WORK)
              TO WS-ACCT-CODE-WORK.
           MOVE FUNCTION TRIM(TR-AMOUNT) TO WS-REV-STAMP.
           IF WS-ACCT-CODE-WORK = SPACES
              OR WS-ACCT-OPERAND-WORK(9:8) NOT = SPACES
              OR NOT ACCT-FILE-OPEN
              DISPLAY "Transaction accumulateur rejetée: "
                      CALC-TRANS-RECORD
              MOVE '03' TO WS-REJECT-REASON
              PERFORM 1065-WRITE-REJECT
           ELSE
              PERFORM 3300-FIND-ACCOUNT
              PERFORM 3310-CHECK-ACCOUNT-STATUS
              IF NOT ACCOUNT-POSTABLE
                 CONTINUE
              ELSE
                 IF WS-REV-STAMP IS NOT NUMERIC
                    DISPLAY "Référence de contre-passation invalide "
                            "rejetée (AX): " TR-AMOUNT
                    MOVE '06' TO WS-REJECT-REASON
                    PERFORM 1065-WRITE-REJECT
                 ELSE
                    PERFORM 3900-FIND-REVERSED-POSTING
                    EVALUATE TRUE
                       WHEN REV-ORIGINAL-FOUND
                          PERFORM 3950-DO-ACCT-REVERSE
                       WHEN REV-ALREADY-DONE
                          DISPLAY "Postage déjà contre-passé "
                                  "rejeté (AX): " WS-ACCT-CODE-WORK " "
                                  WS-REV-STAMP
                          MOVE '06' TO WS-REJECT-REASON
                          PERFORM 1065-WRITE-REJECT
                       WHEN REV-OTHER-ACCOUNT
                          DISPLAY "Postage d'un autre compte rejeté "
                                  "(AX): " WS-ACCT-CODE-WORK " "
                                  WS-REV-STAMP
                          MOVE '06' TO WS-REJECT-REASON
                          PERFORM 1065-WRITE-REJECT
                       WHEN OTHER
                          DISPLAY "Postage introuvable au journal "
                                  "rejeté (AX): " WS-ACCT-CODE-WORK
                                  " " WS-REV-STAMP
                          MOVE '06' TO WS-REJECT-REASON
                          PERFORM 1065-WRITE-REJECT
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      *    Applique une transaction batch de calcul (les codes
      *    d'opération du mode interactif), après validation de
      *    l'opérande numérique.
           MOVE WS-PREVIOUS-RESULT TO WS-PRIOR-RESULT.
           MOVE WS-MEMORY-REGISTER TO WS-PRIOR-MEMORY-REGISTER.
           MOVE SPACES TO WS-PRIOR-ACCT-CODE.
           MOVE SPACES TO WS-PRIOR-PEND-STAMP.
           MOVE 'N' TO WS-LAST-OP-HISTORY-FLAG.
           MOVE 'N' TO WS-LAST-OP-REPLAY-FLAG.
           EVALUATE WS-OPERATION
              WHEN 'N'
                 PERFORM 1200-FIRST-INPUT
              WHEN 'U'
                 IF WS-PRIOR-PEND-STAMP NOT = SPACES
                    PERFORM 1560-REFUSE-PARKED-UNDO
                 ELSE
                    PERFORM 1550-UNDO-LAST-OPERATION
                 END-IF
                 PERFORM 1500-CHECK-CONTINUE
              WHEN 'E'
                 PERFORM 9900-TERMINATE
      *    montant opposé au mouvement annulé) pour que la somme
      *    des mouvements du journal continue de reconstituer le
      *    solde du maître: le mouvement annulé, lui, y est déjà
      *    consigné, et c'est la dernière ligne horodatée par le
      *    passage. La ligne AN désigne cette ligne annulée
      *    (JL-LINK-STAMP), comme un AX désigne son original.
           IF WS-PRIOR-ACCT-CODE NOT = SPACES
              AND ACCT-FILE-OPEN
              MOVE WS-PRIOR-ACCT-CODE TO AC-ACCOUNT-CODE
                    REWRITE CALC-ACCT-RECORD
                    MOVE WS-OPERATION TO WS-SAVED-OPERATION
                    MOVE 'AN' TO WS-OPERATION
                    MOVE WS-JRNL-LAST-STAMP TO WS-JRNL-LINK-STAMP
                    PERFORM 3600-WRITE-POSTING-JOURNAL
                    MOVE SPACES TO WS-JRNL-LINK-STAMP
                    MOVE WS-SAVED-OPERATION TO WS-OPERATION
              END-READ
              MOVE SPACES TO WS-PRIOR-ACCT-CODE
           DISPLAY "Opération annulée. Résultat restauré: "
                   FUNCTION TRIM(WS-NUM-DISPLAY).

      *    La dernière opération n'a rien posté: son mouvement
      *    attend l'approbation d'un superviseur dans CALCPEND.DAT.
      *    L'annulation est refusée, le mouvement restant soumis à
      *    la décision du superviseur, qui peut le refuser.
       1560-REFUSE-PARKED-UNDO.
           DISPLAY "Annulation impossible: le mouvement "
                   WS-PRIOR-PEND-STAMP " est en attente "
                   "d'approbation (CALCPEND.DAT). Le faire refuser "
                   "par un superviseur (CALCRELS).".

      *    Addition.
       2100-DO-ADDITION.

              PERFORM 1460-RECORD-HISTORY
           END-IF.

      *    Journalisation de l'opération dans CALC-LOG-FILE (rien
      *    en passage d'essai).
       1450-LOG-CALCULATION.

      *    Écrit une ligne d'audit avec l'opérateur, l'heure, les deux
           MOVE WS-OPERATION TO CL-OP-CODE.
           MOVE WS-DISPLAY-CURR TO CL-OPERAND-2.
           MOVE WS-TEMP-RESULT TO CL-RESULT.

      *    Opérations sur compte: code du compte; mouvements de
      *    solde: horodatage de la ligne que 3600 vient de
      *    consigner au journal des postages.
           IF ACCT-POST OR ACCT-RECALL OR ACCT-ZERO
                 OR ACCT-DEBIT OR ACCT-CREDIT OR ACCT-REVERSE
              MOVE WS-ACCT-CODE-WORK TO CL-ACCOUNT-CODE
           ELSE
              MOVE SPACES TO CL-ACCOUNT-CODE
           END-IF.
           IF ACCT-POST OR ACCT-ZERO
                 OR ACCT-DEBIT OR ACCT-CREDIT OR ACCT-REVERSE
              MOVE WS-JRNL-NOW-DATE TO CL-DATE
              MOVE WS-JRNL-NOW-TIME TO CL-TIME
           END-IF.
           MOVE WS-CALC-LOG-LINE TO CALC-LOG-RECORD.
           IF NOT TRIAL-MODE
              WRITE CALC-LOG-RECORD
           END-IF.

      *    Ajoute l'opération à l'historique de la session, utilisé
      *    pour produire le rapport de fin de session. Au-delà de la
           END-IF.

      *    Interrogation des accumulateurs (AI): liste à l'écran les
      *    codes de comptes, soldes courants, statuts (O/G/F) et
      *    libellés, par un parcours séquentiel du fichier indexé
      *    dans l'ordre des codes. Sans effet sur les soldes ni sur
      *    le résultat
      *    courant, elle n'est ni journalisée ni capturée pour le
      *    rejeu.
       2960-DO-ACCT-INQUIRY.
                    DISPLAY "Aucun compte au fichier maître des "
                            "accumulateurs."
                 NOT INVALID KEY
                    DISPLAY "Compte    Solde          S Libellé"
                    MOVE 'N' TO WS-ACCT-EOF
                    PERFORM UNTIL ACCT-EOF-REACHED
                       READ CALC-ACCT-FILE NEXT RECORD
                             MOVE AC-BALANCE TO WS-NUM-DISPLAY
                             DISPLAY AC-ACCOUNT-CODE SPACE
                                     WS-NUM-DISPLAY SPACE
                                     AC-STATUS SPACE
                                     AC-DESCRIPTION
                       END-READ
                    END-PERFORM
           END-IF.

      *    Accumulateur: poste (ajoute) le résultat courant au solde
      *    du compte, qui doit être ouvert (3310), dans la limite
      *    de postage de l'opérateur (3320, au-delà: mis en
      *    attente d'approbation sans toucher au solde). Journalisée
      *    comme les opérations mémoire, le solde du compte tenant
      *    lieu de second opérande.
       3000-DO-ACCT-POST.
           PERFORM 3310-CHECK-ACCOUNT-STATUS.
           IF ACCOUNT-POSTABLE
              MOVE WS-PREVIOUS-RESULT TO WS-LIMIT-AMOUNT
              PERFORM 3320-PARK-IF-OVER-LIMIT
           END-IF.
           IF ACCOUNT-POSTABLE

      *       Retient le solde d'avant postage pour l'annulation
      *       (touche U) de la session interactive.
                 PERFORM 1065-WRITE-REJECT
                 MOVE SPACES TO WS-PRIOR-ACCT-CODE
              ELSE
                 PERFORM 3340-REWRITE-ACCOUNT
                 MOVE AC-BALANCE TO WS-NUM-DISPLAY
                 DISPLAY "Compte " WS-ACCT-CODE-WORK " (AP): "
                         FUNCTION TRIM(WS-NUM-DISPLAY)
           END-IF.

      *    Accumulateur: remet le solde du compte à zéro. Un compte
      *    inconnu, gelé ou fermé est rejeté (3310).
       3200-DO-ACCT-ZERO.
           PERFORM 3310-CHECK-ACCOUNT-STATUS.
           IF ACCOUNT-POSTABLE

      *       Retient le solde d'avant remise à zéro pour
      *       l'annulation (touche U) de la session interactive.
      *       postages reconstitue toujours le solde courant.
              COMPUTE WS-JRNL-AMOUNT = 0 - AC-BALANCE
              MOVE ZERO TO AC-BALANCE
              PERFORM 3340-REWRITE-ACCOUNT
              DISPLAY "Compte " WS-ACCT-CODE-WORK " remis à zéro "
                      "(AZ)."
              PERFORM 3600-WRITE-POSTING-JOURNAL
           END-IF.

      *    Accumulateur: poste le montant signé d'un mouvement
      *    direct AD/AC au solde du compte, qui doit être ouvert
      *    (3310), dans la limite de postage de l'opérateur (3320).
      *    Journalisé avec le montant posté en premier opérande et
      *    le nouveau solde en second, le résultat courant restant
      *    inchangé.
       3500-DO-ACCT-DIRECT.
           PERFORM 3310-CHECK-ACCOUNT-STATUS.
           IF ACCOUNT-POSTABLE
              MOVE WS-DIRECT-AMOUNT TO WS-LIMIT-AMOUNT
              PERFORM 3320-PARK-IF-OVER-LIMIT
           END-IF.
           IF ACCOUNT-POSTABLE
              MOVE 'N' TO WS-SIZE-ERROR-FLAG
              ADD WS-DIRECT-AMOUNT TO AC-BALANCE
                 ON SIZE ERROR
                 MOVE '04' TO WS-REJECT-REASON
                 PERFORM 1065-WRITE-REJECT
              ELSE
                 PERFORM 3340-REWRITE-ACCOUNT
                 MOVE AC-BALANCE TO WS-NUM-DISPLAY
                 DISPLAY "Compte " WS-ACCT-CODE-WORK " ("
                         WS-OPERATION "): "
              PERFORM 1460-RECORD-HISTORY
           END-IF.

      *    Recherche au journal des postages vif la ligne désignée
      *    par une contre-passation AX (date et heure
      *    WS-REV-STAMP, compte WS-ACCT-CODE-WORK). Le journal,
      *    ouvert en ajout pour le passage, est refermé le temps du
      *    parcours puis rouvert en ajout. Parmi les mouvements de
      *    solde de cette date et de cette heure, la première ligne
      *    du compte non encore contre-passée est retenue (rang et
      *    montant); à défaut, le parcours note si les lignes du
      *    compte sont déjà toutes contre-passées ou si la date et
      *    l'heure ne désignent qu'une ligne d'un autre compte. Un
      *    journal indisponible vaut ligne introuvable.
       3900-FIND-REVERSED-POSTING.
           MOVE 'N' TO WS-REV-FOUND-FLAG.
           MOVE 'N' TO WS-REV-DONE-FLAG.
           MOVE 'N' TO WS-REV-OTHER-FLAG.
           MOVE ZERO TO WS-REV-LINE-RANK.
           MOVE ZERO TO WS-REV-READ-COUNT.
           IF WS-JRNL-FILE-STATUS = '00'
              CLOSE CALC-JRNL-FILE
              OPEN INPUT CALC-JRNL-FILE
              IF WS-JRNL-FILE-STATUS = '00'
                 MOVE 'N' TO WS-REV-EOF
                 PERFORM UNTIL REV-EOF-REACHED
                    READ CALC-JRNL-FILE INTO WS-REV-JRNL-LINE
                       AT END
                          MOVE 'Y' TO WS-REV-EOF
                       NOT AT END
                          ADD 1 TO WS-REV-READ-COUNT
                          PERFORM 3910-CHECK-ONE-POSTING
                    END-READ
                 END-PERFORM
                 CLOSE CALC-JRNL-FILE
              ELSE
                 DISPLAY "ERREUR: impossible de relire CALCJRNL.DAT "
                         "(statut " WS-JRNL-FILE-STATUS
                         ") pour la contre-passation."
              END-IF
              PERFORM 3970-REOPEN-JOURNAL
           END-IF.

      *    Confronte une ligne du journal vif à la référence de la
      *    contre-passation en cours. En passage d'essai, une ligne
      *    déjà contre-passée par un AX simulé plus haut dans le
      *    fichier compte comme marquée.
       3910-CHECK-ONE-POSTING.
           IF RV-DATE = WS-REV-DATE
              AND RV-TIME = WS-REV-TIME
              AND RV-REVERSIBLE
              IF FUNCTION UPPER-CASE(RV-ACCOUNT-CODE)
                    = WS-ACCT-CODE-WORK
                 MOVE 'N' TO WS-TRIAL-REV-FLAG
                 IF TRIAL-MODE
                    PERFORM 3915-CHECK-TRIAL-REVERSAL
                 END-IF
                 IF RV-LINK-STAMP = SPACES
                    AND NOT TRIAL-REVERSED
                    IF NOT REV-ORIGINAL-FOUND
                       MOVE 'Y' TO WS-REV-FOUND-FLAG
                       MOVE WS-REV-READ-COUNT TO WS-REV-LINE-RANK
                       MOVE RV-AMOUNT TO WS-REV-AMOUNT
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-REV-DONE-FLAG
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-REV-OTHER-FLAG
              END-IF
           END-IF.

      *    Passage d'essai: lève TRIAL-REVERSED si la ligne du
      *    journal en cours (compte, date et heure) figure parmi
      *    les lignes contre-passées par un AX simulé.
       3915-CHECK-TRIAL-REVERSAL.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TRIAL-REV-COUNT
                      OR TRIAL-REVERSED
              IF TX-ACCOUNT-CODE(WS-TX-IDX) = WS-ACCT-CODE-WORK
                 AND TX-STAMP(WS-TX-IDX)(1:8) = RV-DATE
                 AND TX-STAMP(WS-TX-IDX)(9:8) = RV-TIME
                 MOVE 'Y' TO WS-TRIAL-REV-FLAG
              END-IF
           END-PERFORM.

      *    Contre-passation AX: poste au solde du compte l'opposé
      *    du montant de la ligne d'origine, journalise le
      *    mouvement sous le code AX avec la référence de la ligne
      *    d'origine, puis marque la ligne d'origine de la date et
      *    de l'heure de la contre-passation. Journalisée comme un
      *    mouvement direct AD/AC (montant posté en premier
      *    opérande, nouveau solde en second), le résultat courant
      *    restant inchangé. En passage d'essai, la ligne d'origine
      *    est seulement retenue comme contre-passée (3965).
       3950-DO-ACCT-REVERSE.
           COMPUTE WS-DIRECT-AMOUNT = 0 - WS-REV-AMOUNT.
           MOVE 'N' TO WS-SIZE-ERROR-FLAG.
           ADD WS-DIRECT-AMOUNT TO AC-BALANCE
              ON SIZE ERROR
                 MOVE 'Y' TO WS-SIZE-ERROR-FLAG
           END-ADD.
           IF SIZE-ERROR-OCCURRED
              DISPLAY "Erreur: dépassement de capacité sur le "
                      "compte " WS-ACCT-CODE-WORK
                      ". Contre-passation rejetée."
              MOVE '04' TO WS-REJECT-REASON
              PERFORM 1065-WRITE-REJECT
           ELSE
              PERFORM 3340-REWRITE-ACCOUNT
              MOVE AC-BALANCE TO WS-NUM-DISPLAY
              DISPLAY "Compte " WS-ACCT-CODE-WORK " (AX "
                      WS-REV-STAMP "): "
                      FUNCTION TRIM(WS-NUM-DISPLAY)
              MOVE WS-DIRECT-AMOUNT TO WS-DISPLAY-PREV
              MOVE AC-BALANCE TO WS-DISPLAY-CURR
              MOVE WS-PREVIOUS-RESULT TO WS-TEMP-RESULT
              MOVE WS-DIRECT-AMOUNT TO WS-JRNL-AMOUNT
              MOVE WS-REV-STAMP TO WS-JRNL-LINK-STAMP
              PERFORM 3600-WRITE-POSTING-JOURNAL
              MOVE SPACES TO WS-JRNL-LINK-STAMP
              IF TRIAL-MODE
                 PERFORM 3965-NOTE-TRIAL-REVERSAL
              ELSE
                 PERFORM 3960-MARK-REVERSED-POSTING
              END-IF
              PERFORM 1450-LOG-CALCULATION
              PERFORM 1460-RECORD-HISTORY
           END-IF.

      *    Marque la ligne d'origine (rang WS-REV-LINE-RANK du
      *    journal vif) de la date et de l'heure de la
      *    contre-passation qui vient d'être journalisée (JL-DATE
      *    et JL-TIME de WS-JRNL-LINE): le journal est recopié dans
      *    le fichier de travail avec la ligne marquée, puis
      *    réécrit depuis celui-ci et rouvert en ajout. Si la
      *    recopie échoue, le journal vif est laissé tel quel (la
      *    contre-passation y désigne toujours sa ligne d'origine)
      *    et l'incident est signalé.
       3960-MARK-REVERSED-POSTING.
           IF WS-JRNL-FILE-STATUS = '00'
              CLOSE CALC-JRNL-FILE
              OPEN INPUT CALC-JRNL-FILE
              OPEN OUTPUT CALC-JWRK-FILE
              IF WS-JRNL-FILE-STATUS NOT = '00'
                 OR WS-JWRK-FILE-STATUS NOT = '00'
                 DISPLAY "ATTENTION: ligne d'origine non marquée au "
                         "journal (statuts " WS-JRNL-FILE-STATUS "/"
                         WS-JWRK-FILE-STATUS "): " WS-ACCT-CODE-WORK
                         " " WS-REV-STAMP
                 IF WS-JRNL-FILE-STATUS = '00'
                    CLOSE CALC-JRNL-FILE
                 END-IF
                 IF WS-JWRK-FILE-STATUS = '00'
                    CLOSE CALC-JWRK-FILE
                 END-IF
              ELSE
                 MOVE ZERO TO WS-REV-READ-COUNT
                 MOVE 'N' TO WS-REV-EOF
                 PERFORM UNTIL REV-EOF-REACHED
                    READ CALC-JRNL-FILE INTO WS-REV-JRNL-LINE
                       AT END
                          MOVE 'Y' TO WS-REV-EOF
                       NOT AT END
                          ADD 1 TO WS-REV-READ-COUNT
                          IF WS-REV-READ-COUNT = WS-REV-LINE-RANK
                             MOVE JL-DATE TO RV-LINK-STAMP(1:8)
                             MOVE JL-TIME TO RV-LINK-STAMP(9:8)
                          END-IF
                          MOVE WS-REV-JRNL-LINE TO CALC-JWRK-RECORD
                          WRITE CALC-JWRK-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE CALC-JRNL-FILE
                 CLOSE CALC-JWRK-FILE
                 OPEN INPUT CALC-JWRK-FILE
                 IF WS-JWRK-FILE-STATUS NOT = '00'
                    DISPLAY "ATTENTION: ligne d'origine non marquée "
                            "au journal (statut " WS-JWRK-FILE-STATUS
                            "): " WS-ACCT-CODE-WORK " " WS-REV-STAMP
                 ELSE
                    OPEN OUTPUT CALC-JRNL-FILE
                    IF WS-JRNL-FILE-STATUS NOT = '00'
                       DISPLAY "ATTENTION: ligne d'origine non "
                               "marquée au journal (statut "
                               WS-JRNL-FILE-STATUS "): "
                               WS-ACCT-CODE-WORK " " WS-REV-STAMP
                    ELSE
                       MOVE 'N' TO WS-REV-EOF
                       PERFORM UNTIL REV-EOF-REACHED
                          READ CALC-JWRK-FILE
                             AT END
                                MOVE 'Y' TO WS-REV-EOF
                             NOT AT END
                                MOVE CALC-JWRK-RECORD
                                   TO CALC-JRNL-RECORD
                                WRITE CALC-JRNL-RECORD
                          END-READ
                       END-PERFORM
                       CLOSE CALC-JRNL-FILE
                    END-IF
                    CLOSE CALC-JWRK-FILE
                 END-IF
              END-IF
              PERFORM 3970-REOPEN-JOURNAL
           END-IF.

      *    Passage d'essai: retient la ligne d'origine de la
      *    contre-passation simulée (compte, date et heure) au lieu
      *    de la marquer au journal. Table saturée: la ligne n'est
      *    plus retenue, et l'état le signale.
       3965-NOTE-TRIAL-REVERSAL.
           IF WS-TRIAL-REV-COUNT < WS-TRIAL-REV-LIMIT
              ADD 1 TO WS-TRIAL-REV-COUNT
              SET WS-TX-IDX TO WS-TRIAL-REV-COUNT
              MOVE WS-ACCT-CODE-WORK TO TX-ACCOUNT-CODE(WS-TX-IDX)
              MOVE WS-REV-STAMP TO TX-STAMP(WS-TX-IDX)
           ELSE
              MOVE 'Y' TO WS-TRIAL-FULL-FLAG
           END-IF.

      *    Rouvre le journal des postages en ajout après un
      *    parcours de contre-passation, comme à l'initialisation
      *    (en lecture seule en passage d'essai).
       3970-REOPEN-JOURNAL.
           IF TRIAL-MODE
              OPEN INPUT CALC-JRNL-FILE
           ELSE
              OPEN EXTEND CALC-JRNL-FILE
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de rouvrir CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Journal des postages indisponible pour "
                      "la suite du passage."
           END-IF.

      *    Consigne le mouvement de solde en cours au journal des
      *    postages: compte, date, heure, opérateur (BATCH pour un
      *    passage batch), code d'opération, montant signé
      *    (WS-JRNL-AMOUNT, positionné par l'appelant) et solde
      *    après mouvement, lus dans l'enregistrement courant du
      *    fichier maître (CALC-ACCT-RECORD), et ligne liée
      *    (WS-JRNL-LINK-STAMP, à blanc hors contre-passation AX
      *    et annulation AN).
      *    Rien n'est écrit en passage d'essai. L'horodatage est
      *    pris dans tous les cas: la ligne du journal des calculs
      *    qui suit le reprend (1450-LOG-CALCULATION).
       3600-WRITE-POSTING-JOURNAL.
           PERFORM 3605-TAKE-JOURNAL-STAMP.
           IF WS-JRNL-FILE-STATUS = '00'
              AND NOT TRIAL-MODE
              MOVE AC-ACCOUNT-CODE TO JL-ACCOUNT-CODE
              MOVE WS-JRNL-NOW-DATE TO JL-DATE
              MOVE WS-JRNL-NOW-TIME TO JL-TIME
              MOVE WS-OPERATOR-ID TO JL-OPERATOR-ID
              MOVE WS-OPERATION TO JL-OP-CODE
              MOVE WS-JRNL-AMOUNT TO JL-AMOUNT
              MOVE AC-BALANCE TO JL-BALANCE-AFTER
              MOVE WS-JRNL-LINK-STAMP TO JL-LINK-STAMP
              MOVE WS-JRNL-LINE TO CALC-JRNL-RECORD
              WRITE CALC-JRNL-RECORD
           END-IF.

      *    Prend l'horodatage de la ligne en cours
      *    (WS-JRNL-NOW-STAMP): la date et l'heure du moment, ou le
      *    centième qui suit la dernière ligne écrite si l'horloge
      *    ne l'a pas dépassée. Sert au journal des postages comme
      *    aux mouvements mis en attente, pour qu'un horodatage
      *    désigne une seule ligne.
       3605-TAKE-JOURNAL-STAMP.
           ACCEPT WS-JRNL-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-NOW-TIME FROM TIME.
           IF WS-JRNL-NOW-STAMP NOT > WS-JRNL-LAST-STAMP
              MOVE WS-JRNL-LAST-STAMP TO WS-JRNL-NOW-STAMP
              PERFORM 3610-NEXT-JOURNAL-STAMP
           END-IF.
           MOVE WS-JRNL-NOW-STAMP TO WS-JRNL-LAST-STAMP.

      *    Avance d'un centième de seconde l'horodatage de la ligne
      *    en cours (WS-JRNL-NOW-STAMP), avec report sur les
      *    secondes, les minutes et les heures. En toute fin de
      *    journée, l'heure reste bloquée à 23595999 plutôt que de
      *    changer de date.
       3610-NEXT-JOURNAL-STAMP.
           IF WS-JRNL-NOW-TIME = '23595999'
              CONTINUE
           ELSE
              IF WS-JRNL-NOW-CC < 99
                 ADD 1 TO WS-JRNL-NOW-CC
              ELSE
                 MOVE ZERO TO WS-JRNL-NOW-CC
                 IF WS-JRNL-NOW-SS < 59
                    ADD 1 TO WS-JRNL-NOW-SS
                 ELSE
                    MOVE ZERO TO WS-JRNL-NOW-SS
                    IF WS-JRNL-NOW-MN < 59
                       ADD 1 TO WS-JRNL-NOW-MN
                    ELSE
                       MOVE ZERO TO WS-JRNL-NOW-MN
                       ADD 1 TO WS-JRNL-NOW-HH
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Lit directement le compte en cours dans le fichier
      *    maître indexé (ACCOUNT-ON-FILE levé si le compte existe,
      *    l'enregistrement restant dans CALC-ACCT-RECORD). En
      *    passage d'essai, un compte déjà mouvementé par l'essai
      *    est rendu avec son solde projeté.
       3300-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-READ-FLAG.
           MOVE WS-ACCT-CODE-WORK TO AC-ACCOUNT-CODE.
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ACCT-READ-FLAG
           END-READ.
           IF ACCOUNT-ON-FILE
              AND TRIAL-MODE
              MOVE AC-BALANCE TO WS-TRIAL-READ-BALANCE
              PERFORM 3307-FIND-TRIAL-ACCOUNT
              IF WS-TRIAL-ACCT-FOUND > ZERO
                 SET WS-TA-IDX TO WS-TRIAL-ACCT-FOUND
                 MOVE TA-PROJ-BALANCE(WS-TA-IDX) TO AC-BALANCE
              END-IF
           END-IF.

      *    Passage d'essai: rang du compte en cours dans la table
      *    des comptes de l'essai (WS-TRIAL-ACCT-FOUND, zéro s'il
      *    n'a pas encore été mouvementé).
       3307-FIND-TRIAL-ACCOUNT.
           MOVE ZERO TO WS-TRIAL-ACCT-FOUND.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TRIAL-ACCT-COUNT
                      OR WS-TRIAL-ACCT-FOUND > ZERO
              IF TA-ACCOUNT-CODE(WS-TA-IDX) = AC-ACCOUNT-CODE
                 SET WS-TRIAL-ACCT-FOUND TO WS-TA-IDX
              END-IF
           END-PERFORM.

      *    Contrôle que le compte lu par 3300-FIND-ACCOUNT accepte
      *    un mouvement (ACCOUNT-POSTABLE levé s'il est ouvert). Un
      *    compte inconnu (motif 03), gelé (07) ou fermé (08) est
      *    rejeté en batch et refusé à l'écran en session
      *    interactive. Un statut autre que O, G ou F est traité
      *    comme un gel, en attendant sa régularisation par
      *    CALCACMT.
       3310-CHECK-ACCOUNT-STATUS.
           MOVE 'N' TO WS-ACCT-POSTABLE-FLAG.
           EVALUATE TRUE
              WHEN NOT ACCOUNT-ON-FILE
                 DISPLAY "Compte inconnu rejeté (" WS-OPERATION
                         "): " WS-ACCT-CODE-WORK
                 MOVE '03' TO WS-REJECT-REASON
                 PERFORM 1065-WRITE-REJECT
              WHEN ACCOUNT-IS-OPEN
                 MOVE 'Y' TO WS-ACCT-POSTABLE-FLAG
              WHEN ACCOUNT-IS-CLOSED
                 DISPLAY "Compte fermé le " AC-CLOSE-DATE
                         " rejeté (" WS-OPERATION "): "
                         WS-ACCT-CODE-WORK
                 MOVE '08' TO WS-REJECT-REASON
                 PERFORM 1065-WRITE-REJECT
              WHEN OTHER
                 DISPLAY "Compte gelé rejeté (" WS-OPERATION "): "
                         WS-ACCT-CODE-WORK
                 MOVE '07' TO WS-REJECT-REASON
                 PERFORM 1065-WRITE-REJECT
           END-EVALUATE.

      *    Contrôle le mouvement en cours (WS-LIMIT-AMOUNT, signé
      *    tel qu'il serait posté) contre la limite de postage de
      *    l'opérateur. Au-delà, le mouvement n'est pas posté
      *    (ACCOUNT-POSTABLE retombe): il est mis en attente
      *    d'approbation par 3330-WRITE-PENDING, ou seulement porté
      *    à l'état en passage d'essai (3335).
       3320-PARK-IF-OVER-LIMIT.
           IF POST-LIMIT-SET
              IF WS-LIMIT-AMOUNT < ZERO
                 COMPUTE WS-LIMIT-ABS-AMOUNT = 0 - WS-LIMIT-AMOUNT
              ELSE
                 MOVE WS-LIMIT-AMOUNT TO WS-LIMIT-ABS-AMOUNT
              END-IF
              IF WS-LIMIT-ABS-AMOUNT > WS-POST-LIMIT
                 MOVE 'N' TO WS-ACCT-POSTABLE-FLAG
                 IF TRIAL-MODE
                    PERFORM 3335-REPORT-TRIAL-PARKED
                 ELSE
                    PERFORM 3330-WRITE-PENDING
                 END-IF
              END-IF
           END-IF.

      *    Passage d'essai: compte le mouvement qui serait mis en
      *    attente et le porte à l'état d'essai, sans toucher au
      *    fichier des mouvements en attente.
       3335-REPORT-TRIAL-PARKED.
           ADD 1 TO WS-PARKED-COUNT.
           MOVE WS-LIMIT-AMOUNT TO WS-NUM-DISPLAY.
           MOVE SPACES TO WS-ESS-LINE.
           STRING "Attente    " DELIMITED BY SIZE
                  WS-TRANS-READ-COUNT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-OPERATION DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  WS-ACCT-CODE-WORK DELIMITED BY SIZE
                  " montant " DELIMITED BY SIZE
                  WS-NUM-DISPLAY DELIMITED BY SIZE
                  INTO WS-ESS-LINE.
           PERFORM 1063-WRITE-TRIAL-LINE.
           DISPLAY "Mouvement de " FUNCTION TRIM(WS-NUM-DISPLAY)
                   " au-delà de la limite, serait mis en attente "
                   "d'approbation (" WS-OPERATION "): "
                   WS-ACCT-CODE-WORK.

      *    Réécrit au fichier maître le compte en cours après son
      *    mouvement. En passage d'essai, le fichier maître n'est
      *    pas touché: le solde projeté est retenu dans la table
      *    des comptes de l'essai (3345).
       3340-REWRITE-ACCOUNT.
           IF TRIAL-MODE
              PERFORM 3345-KEEP-TRIAL-BALANCE
           ELSE
              REWRITE CALC-ACCT-RECORD
           END-IF.

      *    Passage d'essai: retient le solde projeté du compte en
      *    cours, en l'ajoutant à la table à son premier mouvement
      *    avec le solde lu au fichier maître.
       3345-KEEP-TRIAL-BALANCE.
           PERFORM 3307-FIND-TRIAL-ACCOUNT.
           IF WS-TRIAL-ACCT-FOUND = ZERO
              IF WS-TRIAL-ACCT-COUNT < WS-TRIAL-ACCT-LIMIT
                 ADD 1 TO WS-TRIAL-ACCT-COUNT
                 MOVE WS-TRIAL-ACCT-COUNT TO WS-TRIAL-ACCT-FOUND
                 SET WS-TA-IDX TO WS-TRIAL-ACCT-FOUND
                 MOVE AC-ACCOUNT-CODE TO TA-ACCOUNT-CODE(WS-TA-IDX)
                 MOVE WS-TRIAL-READ-BALANCE
                    TO TA-FILE-BALANCE(WS-TA-IDX)
                 MOVE ZERO TO TA-MOVE-COUNT(WS-TA-IDX)
              ELSE
                 MOVE 'Y' TO WS-TRIAL-FULL-FLAG
              END-IF
           END-IF.
           IF WS-TRIAL-ACCT-FOUND > ZERO
              SET WS-TA-IDX TO WS-TRIAL-ACCT-FOUND
              MOVE AC-BALANCE TO TA-PROJ-BALANCE(WS-TA-IDX)
              ADD 1 TO TA-MOVE-COUNT(WS-TA-IDX)
           END-IF.

      *    Consigne le mouvement en cours au fichier des mouvements
      *    en attente d'approbation (en ajout, créé au premier
      *    besoin), avec un horodatage unique qui le désignera
      *    auprès de CALCRELS. Si le fichier ne peut pas être
      *    écrit, le mouvement est rejeté (motif 09) plutôt que
      *    posté au-delà de la limite. Ni le journal des calculs
      *    ni l'historique de session ne le reprennent: rien n'a
      *    été posté.
       3330-WRITE-PENDING.
           OPEN EXTEND CALC-PEND-FILE.
           IF WS-PEND-FILE-STATUS = '35'
              CLOSE CALC-PEND-FILE
              OPEN OUTPUT CALC-PEND-FILE
           END-IF.
           IF WS-PEND-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'écrire CALCPEND.DAT "
                      "(statut " WS-PEND-FILE-STATUS "). "
                      "Mouvement au-delà de la limite rejeté ("
                      WS-OPERATION "): " WS-ACCT-CODE-WORK
              MOVE '09' TO WS-REJECT-REASON
              PERFORM 1065-WRITE-REJECT
           ELSE
              MOVE SPACES TO CALC-PEND-RECORD
              PERFORM 3605-TAKE-JOURNAL-STAMP
              MOVE WS-JRNL-NOW-DATE TO PD-DATE
              MOVE WS-JRNL-NOW-TIME TO PD-TIME
              MOVE WS-OPERATOR-ID TO PD-OPERATOR-ID
              MOVE WS-ACCT-CODE-WORK TO PD-ACCOUNT-CODE
              MOVE WS-OPERATION TO PD-OP-CODE
              MOVE WS-LIMIT-AMOUNT TO PD-AMOUNT
              IF BATCH-OR-RESTART
                 MOVE 'B' TO PD-RUN-MODE
              ELSE
                 MOVE 'I' TO PD-RUN-MODE
              END-IF
              MOVE 'E' TO PD-STATUS
              WRITE CALC-PEND-RECORD
              CLOSE CALC-PEND-FILE
              ADD 1 TO WS-PARKED-COUNT
              MOVE PD-PEND-STAMP TO WS-PRIOR-PEND-STAMP
              MOVE WS-LIMIT-AMOUNT TO WS-NUM-DISPLAY
              DISPLAY "Mouvement de " FUNCTION TRIM(WS-NUM-DISPLAY)
                      " au-delà de la limite, mis en attente "
                      "d'approbation (" WS-OPERATION "): "
                      WS-ACCT-CODE-WORK " " PD-PEND-STAMP
           END-IF.

      *    Fin du programme.
       9900-TERMINATE.
           PERFORM 1075-CLOSE-ACCOUNTS.

      *    Produit le rapport récapitulatif de la session (aucun
      *    rapport si l'ouverture de session a été refusée, ni en
      *    passage d'essai, dont CALCESS.DAT tient lieu).
           IF SIGNON-OK
              AND NOT TRIAL-MODE
              PERFORM 9910-WRITE-SESSION-REPORT
           END-IF.

