           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-DOUB-STATUS.

      * Meme journal que payssql : on y trace aussi les demandes,
      * validations et rejets de fusion
           SELECT CHANGELOG ASSIGN TO 'changelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHANGELOG-ENTRY   PIC X(218).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  WS-LOSER-ID           PIC X(50) VALUE SPACE.
       01  WS-PAIR-COUNTER       PIC 9(07) VALUE ZERO.
       01  WS-MERGE-COUNTER      PIC 9(07) VALUE ZERO.
       01  WS-APPROVE-COUNTER    PIC 9(07) VALUE ZERO.
       01  WS-PENDING-IN         PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      * Ligne du rapport des paires (id/id, nom, email, motif)
       01  WS-PAIR-LINE.
           05  WS-CL-PARAGRAPH   PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OPERATOR    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-STAMP       PIC X(14).

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
       01  SQL-SURVIVOR-ID         PIC X(50).
       01  SQL-LOSER-ID            PIC X(50).
       01  SQL-ACTIVE-COUNT        PIC 9(10).
       01  SQL-PENDING-COUNT       PIC 9(10).

      * Demande en attente de validation (meme table que dans
      * countrydb) : ici FUSION, cle = perdant, cle 2 = survivant
       01  PENDING-ACTION.
           05  PA-PENDING-ID        PIC 9(10).
           05  PA-ACTION-TYPE       PIC X(10).
           05  PA-TARGET-KEY        PIC X(50).
           05  PA-TARGET-KEY2       PIC X(50).
           05  PA-REQUESTED-BY      PIC X(20).
           05  PA-REQUESTED-AT      PIC X(16).
           05  PA-STATUS            PIC X(10).
           05  PA-DECIDED-BY        PIC X(20).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * Evenements qualite par fournisseur (meme table que les
      * quarantaines de payssql) : une fusion est imputee au
      * fournisseur du perdant
           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS supplier_id VARCHAR(20)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_event
                   (supplier_id VARCHAR(20),
                    event_type  VARCHAR(10),
                    id          VARCHAR(50),
                    event_date  DATE)
           END-EXEC.

      * Evenements des contacts pour les abonnes du flux (meme
      * CREATE dans maintdb et eventsql) : une fusion y part avec le
      * retrait du perdant
           EXEC SQL
               CREATE TABLE IF NOT EXISTS change_event
                   (event_seq      SERIAL,
                    event_type     VARCHAR(10),
                    id             VARCHAR(50),
                    changed_fields VARCHAR(200),
                    event_ts       TIMESTAMP,
                    source_program VARCHAR(30))
           END-EXEC.

      * File des demandes a double validation (meme CREATE que
      * dans countrydb)
           EXEC SQL
               CREATE TABLE IF NOT EXISTS pending_action
                   (pending_id   SERIAL,
                    action_type  VARCHAR(10),
                    target_key   VARCHAR(50),
                    target_key2  VARCHAR(50),
                    requested_by VARCHAR(20),
                    requested_at TIMESTAMP,
                    status       VARCHAR(10),
                    decided_by   VARCHAR(20),
                    decided_at   TIMESTAMP)
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

      * Journal partage avec payssql : on accumule, jamais d'ecrase
           OPEN EXTEND CHANGELOG.
               OPEN OUTPUT CHANGELOG
           END-IF.

      * O = demandes de fusion au fil du balayage, V = validation
      * des demandes en attente (sans balayage, doublons.dat reste
      * celui du dernier passage), N = rapport seul. Les fusions
      * etant a double validation, O et V passent par le sign-on.
           DISPLAY 'Fusion interactive des paires (O/N, V = valider '
               'les fusions en attente) ? ' WITH NO ADVANCING.
           ACCEPT WS-MERGE-MODE.
           IF WS-MERGE-MODE = 'o'
               MOVE 'O' TO WS-MERGE-MODE
           END-IF.
           IF WS-MERGE-MODE = 'v'
               MOVE 'V' TO WS-MERGE-MODE
           END-IF.

           IF WS-MERGE-MODE = 'O' OR WS-MERGE-MODE = 'V' THEN
               PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END
           END-IF.

           IF WS-MERGE-MODE = 'O' AND WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : rapport des paires seul.'
               MOVE 'N' TO WS-MERGE-MODE
           END-IF.

           IF WS-MERGE-MODE = 'V' THEN
               MOVE 'X' TO WS-PENDING-IN
               PERFORM UNTIL WS-PENDING-IN = SPACE
                   PERFORM 7050-APPROVE-START THRU 7050-APPROVE-END
               END-PERFORM
           ELSE
               OPEN OUTPUT DOUBLONS
               PERFORM 7010-SCAN-START THRU 7010-SCAN-END
               CLOSE DOUBLONS
           END-IF.

           CLOSE CHANGELOG.

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY 'Paires detectees  : ' WS-PAIR-COUNTER.
           DISPLAY 'Fusions demandees : ' WS-MERGE-COUNTER.
           DISPLAY 'Fusions validees  : ' WS-APPROVE-COUNTER.

           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       0030-SIGNON-START.

      *****************************************
      *  Identification de l'operateur. Meme  *
      *  paragraphe dans tous les programmes  *
      *  interactifs (maintdb, suppdb,        *
      *  countrydb, phrasedb, rgpddb, campdb, *
      *  dedupdb, repairdb, undodb) :         *
      *  trois essais puis fin de session.    *
      *  Le role rendu (VIEWER, EDITOR,       *
      *  APPROVER) commande les options       *
      *  permises, l'id signe le journal.     *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator
                   (operator_id VARCHAR(20),
                    name        VARCHAR(50),
                    role        VARCHAR(10),
                    pwd_hash    VARCHAR(32),
                    active      CHAR(1) DEFAULT 'Y',
                    created     TIMESTAMP)
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE ZERO  TO WS-SIGNON-TRIES.
           MOVE SPACE TO WS-OPER-ROLE.
           PERFORM UNTIL WS-OPER-ROLE NOT = SPACE
                      OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               INITIALIZE SQL-OPERATOR
               DISPLAY 'Operateur : ' WITH NO ADVANCING
               ACCEPT SQL-OP-ID
               DISPLAY 'Mot de passe : ' WITH NO ADVANCING
               ACCEPT SQL-OP-PWD

      * COALESCE(MAX(...)) : toujours une ligne rendue, operateur
      * inconnu, inactif ou mauvais mot de passe = role espace
               EXEC SQL
                   SELECT COALESCE(MAX(role), ' ')
                   INTO :SQL-OP-ROLE
                   FROM operator
                   WHERE operator_id = TRIM(:SQL-OP-ID)
                     AND pwd_hash    =
                         MD5(TRIM(:SQL-OP-ID) || TRIM(:SQL-OP-PWD))
                     AND active      = 'Y'
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-OP-ROLE TO WS-OPER-ROLE
               END-IF
               IF WS-OPER-ROLE = SPACE THEN
                   DISPLAY 'Operateur ou mot de passe incorrect.'
               END-IF
           END-PERFORM.

           IF WS-OPER-ROLE = SPACE THEN
               DISPLAY 'Acces refuse, fin de session.'
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           MOVE SQL-OP-ID TO WS-OPER-ID.
           MOVE SPACE     TO SQL-OP-PWD.
           DISPLAY 'Operateur ' WS-OPER-ID ' connecte (' WS-OPER-ROLE
               ').'.

       0030-SIGNON-END.
           EXIT.

      ******************************************************************
       7010-SCAN-START.

       7020-MERGE-START.

      *****************************************
      *  Demande de fusion d'une paire : le   *
      *  survivant restera actif, le perdant  *
      *  passera en active = 'N' (meme soft   *
      *  delete que maintdb). Action a double *
      *  validation : on n'enregistre ici que *
      *  la demande (FUSION), executee par    *
      *  7050-APPROVE-START quand un second   *
      *  operateur APPROVER la valide.        *
      *****************************************

      * Les paires sont figees a l'ouverture du curseur : une fusion
               GO TO 7020-MERGE-END
           END-IF.

      * Une fusion deja demandee sur l'un des deux contacts attend
      * sa validation : on ne la redemande pas
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PENDING-COUNT
               FROM pending_action
               WHERE action_type = 'FUSION'
                 AND status = 'PENDING'
                 AND (target_key  = :SQL-SURVIVOR-ID
                      OR target_key  = :SQL-LOSER-ID
                      OR target_key2 = :SQL-SURVIVOR-ID
                      OR target_key2 = :SQL-LOSER-ID)
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               MOVE 'Y' TO WS-MERGE-ERROR
               GO TO 7020-MERGE-END
           END-IF.

           IF SQL-PENDING-COUNT NOT = 0 THEN
               DISPLAY 'Paire ' WS-PL-ID-A ' / ' WS-PL-ID-B
                   ' deja en attente de validation, ignoree.'
               GO TO 7020-MERGE-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Paire : ' WS-PL-ID-A ' / ' WS-PL-ID-B.
           DISPLAY '  ' SQL-PR-FIRSTNAME ' ' SQL-PR-LASTNAME

           MOVE WS-SURVIVOR-IN TO SQL-SURVIVOR-ID.
           MOVE WS-LOSER-ID    TO SQL-LOSER-ID.
           MOVE WS-OPER-ID     TO PA-REQUESTED-BY.

           EXEC SQL
               INSERT INTO pending_action
                   (action_type, target_key, target_key2,
                    requested_by, requested_at, status)
               VALUES ('FUSION', :SQL-LOSER-ID, :SQL-SURVIVOR-ID,
                       :PA-REQUESTED-BY, CURRENT_TIMESTAMP,
                       'PENDING')
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE SQL-LOSER-ID      TO WS-CL-ID
               MOVE SQL-LOSER-ID      TO WS-CL-OLD-CODE
               MOVE SQL-SURVIVOR-ID   TO WS-CL-NEW-CODE
               MOVE '7020-MERGE-DEM'  TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               DISPLAY 'Fusion demandee, en attente de validation.'
      * Commit par demande : le ROLLBACK d'un echec ulterieur ne
      * doit pas defaire en silence des demandes deja annoncees a
      * l'operateur et deja tracees dans le journal
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
      * Un INSERT en echec avorte la transaction PostgreSQL (et le
      * ROLLBACK du 1002 detruit le curseur) : tout FETCH suivant
      * echouerait sans jamais rendre +100 et le balayage
      * tournerait sans fin, comme le signale aussi archpurg.
       7020-MERGE-END.
           EXIT.

      ******************************************************************
       7050-APPROVE-START.

      *****************************************
      *  Validation d'une fusion en attente   *
      *  (FUSION), reservee aux APPROVER et   *
      *  jamais par l'auteur de la demande.   *
      *  Meme schema que le 7050-APPROVE-START*
      *  de countrydb : V execute la fusion   *
      *  (perdant en active = 'N', trace      *
      *  7020-MERGE du journal, que undodb    *
      *  sait annuler), R rejette la demande. *
      *  Rappele par 0000-MAIN tant que       *
      *  l'operateur choisit un numero.       *
      *****************************************

           MOVE SPACE TO WS-PENDING-IN.

           IF WS-OPER-ROLE NOT = 'APPROVER' THEN
               DISPLAY 'Validation reservee aux operateurs APPROVER.'
               GO TO 7050-APPROVE-END
           END-IF.

           INITIALIZE PENDING-ACTION.

           EXEC SQL
               DECLARE CRPENDING CURSOR FOR
               SELECT pending_id, target_key, target_key2,
                      requested_by,
                      TO_CHAR(requested_at, 'YYYY-MM-DD HH24:MI')
               FROM pending_action
               WHERE action_type = 'FUSION'
                 AND status = 'PENDING'
               ORDER BY pending_id
           END-EXEC.

           EXEC SQL
               OPEN CRPENDING
           END-EXEC.

           MOVE ZERO TO SQL-PENDING-COUNT.
           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRPENDING
                   INTO :PA-PENDING-ID, :PA-TARGET-KEY,
                        :PA-TARGET-KEY2, :PA-REQUESTED-BY,
                        :PA-REQUESTED-AT
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SQL-PENDING-COUNT
                   DISPLAY PA-PENDING-ID ' ' PA-TARGET-KEY(1:15)
                       ' vers ' PA-TARGET-KEY2(1:15) ' demande par '
                       PA-REQUESTED-BY ' le ' PA-REQUESTED-AT
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRPENDING
           END-EXEC.

           IF SQL-PENDING-COUNT = 0 THEN
               DISPLAY 'Aucune fusion en attente.'
               GO TO 7050-APPROVE-END
           END-IF.

           DISPLAY 'Numero de la demande (vide = retour) : '
               WITH NO ADVANCING.
           ACCEPT WS-PENDING-IN.
           IF WS-PENDING-IN = SPACE THEN
               GO TO 7050-APPROVE-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PENDING-IN) TO PA-PENDING-ID.

      * COALESCE(MAX(...)) : numero inconnu, d'un autre type ou
      * deja traite = cle espace
           EXEC SQL
               SELECT COALESCE(MAX(target_key), ' '),
                      COALESCE(MAX(target_key2), ' '),
                      COALESCE(MAX(requested_by), ' ')
               INTO :PA-TARGET-KEY, :PA-TARGET-KEY2, :PA-REQUESTED-BY
               FROM pending_action
               WHERE pending_id  = :PA-PENDING-ID
                 AND action_type = 'FUSION'
                 AND status      = 'PENDING'
           END-EXEC.

           IF PA-TARGET-KEY = SPACE THEN
               DISPLAY 'Demande inconnue ou deja traitee.'
               GO TO 7050-APPROVE-END
           END-IF.

      * Quatre yeux : l'auteur de la demande ne la valide pas
           IF PA-REQUESTED-BY = WS-OPER-ID THEN
               DISPLAY 'Demande saisie par vous-meme : a valider par '
                   'un autre APPROVER.'
               GO TO 7050-APPROVE-END
           END-IF.

           DISPLAY 'Valider (V) ou rejeter (R) la fusion de '
               PA-TARGET-KEY(1:15) ' vers ' PA-TARGET-KEY2(1:15)
               ' : ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           EVALUATE WS-CONFIRM
               WHEN 'V'
               WHEN 'v'
                   MOVE 'APPROVED' TO PA-STATUS
               WHEN 'R'
               WHEN 'r'
                   MOVE 'REJECTED' TO PA-STATUS
               WHEN OTHER
                   DISPLAY 'Annule.'
                   GO TO 7050-APPROVE-END
           END-EVALUATE.

      * Fusion imputee au fournisseur du perdant, dans la meme unite
      * de travail que le retrait
           IF PA-STATUS = 'APPROVED' THEN
               MOVE PA-TARGET-KEY  TO SQL-LOSER-ID
               MOVE PA-TARGET-KEY2 TO SQL-SURVIVOR-ID
               EXEC SQL
                   UPDATE databank
                   SET active        = 'N',
                       last_modified = CURRENT_TIMESTAMP
                   WHERE id = :SQL-LOSER-ID
               END-EXEC
               IF SQLCODE = 0 THEN
                   EXEC SQL
                       INSERT INTO supplier_event
                           (supplier_id, event_type, id, event_date)
                       SELECT supplier_id, 'FUSION', id, CURRENT_DATE
                       FROM databank
                       WHERE id = :SQL-LOSER-ID
                   END-EXEC
               END-IF
      * Evenement FUSION du perdant, avec l'id du survivant que les
      * abonnes doivent desormais suivre
               IF SQLCODE = 0 THEN
                   EXEC SQL
                       INSERT INTO change_event
                           (event_type, id, changed_fields, event_ts,
                            source_program)
                       VALUES
                           ('FUSION', :SQL-LOSER-ID,
                            'active,survivant=' ||
                            TRIM(:SQL-SURVIVOR-ID),
                            CURRENT_TIMESTAMP, 'dedupdb')
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0 THEN
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
                   GO TO 7050-APPROVE-END
               END-IF
           END-IF.

           MOVE WS-OPER-ID TO PA-DECIDED-BY.
           EXEC SQL
               UPDATE pending_action
               SET status     = :PA-STATUS,
                   decided_by = :PA-DECIDED-BY,
                   decided_at = CURRENT_TIMESTAMP
               WHERE pending_id = :PA-PENDING-ID
                 AND status     = 'PENDING'
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7050-APPROVE-END
           END-IF.

      * Fusion validee : meme ligne 7020-MERGE qu'avant la double
      * validation (old = perdant, new = survivant)
           MOVE PA-TARGET-KEY TO WS-CL-ID.
           IF PA-STATUS = 'APPROVED' THEN
               ADD 1 TO WS-APPROVE-COUNTER
               MOVE PA-TARGET-KEY  TO WS-CL-OLD-CODE
               MOVE PA-TARGET-KEY2 TO WS-CL-NEW-CODE
               MOVE '7020-MERGE'   TO WS-CL-PARAGRAPH
               DISPLAY 'Fusion faite, ' PA-TARGET-KEY(1:20) ' retire.'
           ELSE
               MOVE 'DEMANDE'      TO WS-CL-OLD-CODE
               MOVE 'REJET'        TO WS-CL-NEW-CODE
               MOVE '7050-APPROVE' TO WS-CL-PARAGRAPH
               DISPLAY 'Demande rejetee.'
           END-IF.
           PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END.

           EXEC SQL COMMIT WORK END-EXEC.

       7050-APPROVE-END.
           EXIT.

      ******************************************************************
       9010-JOURNAL-START.

      *****************************************
      *  Ecriture d'une ligne du journal :    *
      *  l'appelant a rempli id, valeurs et   *
      *  paragraphe, on complete avec la date *
      *  du jour, l'operateur connecte et     *
      *  l'horodatage AAAAMMJJHHMMSS (meme    *
      *  paragraphe dans les programmes       *
      *  interactifs)                         *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CL-RUN-DATE.
           MOVE WS-OPER-ID  TO WS-CL-OPERATOR.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)  DELIMITED BY SIZE
                  INTO WS-CL-STAMP
           END-STRING.

           MOVE WS-CHANGELOG-LINE TO CHANGELOG-ENTRY.
           WRITE CHANGELOG-ENTRY.

       9010-JOURNAL-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
