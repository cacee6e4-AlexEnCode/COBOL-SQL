       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Meme journal que payssql : les changements du referentiel
      * y sont traces avec l'operateur, demandes et validations
      * de desactivation comprises
           SELECT CHANGELOG ASSIGN TO 'changelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CHG-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD CHANGELOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHANGELOG-ENTRY   PIC X(218).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-CHG-STATUS         PIC X(2).

      *****************************************
      *             VARIABLE MENU             *
      *****************************************
       01  WS-OPERATION          PIC X(01) VALUE SPACE.
       01  WS-CONFIRM            PIC X(01) VALUE SPACE.
       01  WS-PENDING-IN         PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de payssql
      * (journal partage) : id = nom du pays, old/new = valeur
      * avant/apres (DEMANDE / REJET pour la file de validation)
       01  WS-CHANGELOG-LINE.
           05  WS-CL-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OLD-CODE    PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-NEW-CODE    PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-PARAGRAPH   PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OPERATOR    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-STAMP       PIC X(14).

      *****************************************
      *              VARIABLE SQL             *
           05 CR-COUNTRY-CODE   PIC X(10).
           05 CR-PHONE-PREFIX   PIC X(10).
           05 CR-ACTIVE         PIC X(01).
      * Masque du code postal du pays : '9' = chiffre, 'A' = lettre,
      * autre caractere = lui-meme ; blanc = pas de controle
           05 CR-POSTCODE-FMT   PIC X(10).

       01  SQL-FOUND-COUNT      PIC 9(10).
       01  SQL-OLD-CODE         PIC X(10).
       01  SQL-OLD-PREFIX       PIC X(10).
       01  SQL-OLD-PCFMT        PIC X(10).

      * Demande en attente de validation (meme table dans rgpddb,
      * dedupdb et pendsql) : une action irreversible saisie par un
      * operateur n'a d'effet qu'une fois validee par un second
      * operateur APPROVER. Ici : PAYSRETR, cle = nom du pays.
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

      ******************************************************************
       0000-MAIN-START.

           PERFORM 0010-INIT-START   THRU 0010-INIT-END.
           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.

      * Journal partage : on accumule, jamais d'ecrase
           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHANGELOG
           END-IF.

           MOVE SPACE TO WS-OPERATION.
           PERFORM UNTIL WS-OPERATION = 'Q'
               DISPLAY ' '
               DISPLAY '1) Ajouter un pays (insert)'
               DISPLAY '2) Modifier un pays (update)'
               DISPLAY '3) Desactiver un pays (demande a valider)'
               DISPLAY '4) Reactiver un pays'
               DISPLAY '5) Lister les pays'
               DISPLAY '6) Valider les desactivations en attente'
               DISPLAY 'Q) Quitter'
               DISPLAY 'Choix : ' WITH NO ADVANCING
               ACCEPT WS-OPERATION
                       PERFORM 7035-ENABLE-START  THRU 7035-ENABLE-END
                   WHEN '5'
                       PERFORM 7040-LIST-START   THRU 7040-LIST-END
                   WHEN '6'
                       PERFORM 7050-APPROVE-START THRU 7050-APPROVE-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN 'q'
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGELOG.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

               END-IF
           END-IF.

      * Format du code postal par pays, controle au chargement des
      * adresses (loaddb) et a leur saisie (maintdb) : meme colonne
      * et meme amorcage que dans loaddb
           EXEC SQL
               ALTER TABLE country_ref
               ADD COLUMN IF NOT EXISTS postcode_format VARCHAR(10)
           END-EXEC.

           EXEC SQL
               UPDATE country_ref
               SET postcode_format = '9999'
               WHERE country_code IN ('BE', 'LU', 'CH')
                 AND postcode_format IS NULL
           END-EXEC.

           EXEC SQL
               UPDATE country_ref
               SET postcode_format = '99999'
               WHERE country_code = 'FR'
                 AND postcode_format IS NULL
           END-EXEC.

      * File des demandes a double validation (meme CREATE dans
      * rgpddb, dedupdb et pendsql)
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

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

       0010-INIT-END.
           EXIT.

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
       7010-INSERT-START.

      *****************************************
      *   Ajout d'un marche : nom de pays,    *
      *   code ISO, prefixe telephonique,     *
      *   format du code postal.              *
      *   Un seul enregistrement par nom de   *
      *   pays (les batchs font des lookups   *
      *   unitaires dessus).                  *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7010-INSERT-END
           END-IF.

           INITIALIZE COUNTRY-REF.

           DISPLAY 'Nom du pays : ' WITH NO ADVANCING.
           ACCEPT CR-COUNTRY-CODE.
           DISPLAY 'Prefixe telephonique (+NN) : ' WITH NO ADVANCING.
           ACCEPT CR-PHONE-PREFIX.
           DISPLAY 'Format code postal (9 = chiffre, A = lettre, '
               'vide = aucun) : ' WITH NO ADVANCING.
           ACCEPT CR-POSTCODE-FMT.
           MOVE FUNCTION UPPER-CASE(CR-POSTCODE-FMT) TO CR-POSTCODE-FMT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               EXEC SQL
                   INSERT INTO country_ref
                       (country_name, country_code, phone_prefix,
                        active, postcode_format)
                   VALUES (:CR-COUNTRY-NAME, :CR-COUNTRY-CODE,
                           :CR-PHONE-PREFIX, 'Y', :CR-POSTCODE-FMT)
               END-EXEC

      * Commit par operation, comme maintdb
               IF SQLCODE = 0 THEN
                   MOVE CR-COUNTRY-NAME   TO WS-CL-ID
                   MOVE SPACE             TO WS-CL-OLD-CODE
                   MOVE CR-COUNTRY-CODE   TO WS-CL-NEW-CODE
                   MOVE '7010-INSERT'     TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Pays ajoute.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
       7020-UPDATE-START.

      *****************************************
      *   Modification du code ISO, du        *
      *   prefixe et du format de code postal *
      *   d'un pays existant                  *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7020-UPDATE-END
           END-IF.

           INITIALIZE COUNTRY-REF.

           DISPLAY 'Nom du pays a modifier : ' WITH NO ADVANCING.
           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Pays absent du referentiel.'
           ELSE
               EXEC SQL
                   SELECT COALESCE(MAX(country_code), ' '),
                          COALESCE(MAX(phone_prefix), ' '),
                          COALESCE(MAX(postcode_format), ' ')
                   INTO :SQL-OLD-CODE, :SQL-OLD-PREFIX, :SQL-OLD-PCFMT
                   FROM country_ref
                   WHERE UPPER(country_name) = UPPER(:CR-COUNTRY-NAME)
               END-EXEC

               DISPLAY 'Nouveau code ISO : ' WITH NO ADVANCING
               ACCEPT CR-COUNTRY-CODE
               DISPLAY 'Nouveau prefixe (+NN) : ' WITH NO ADVANCING
               ACCEPT CR-PHONE-PREFIX
               DISPLAY 'Nouveau format code postal (actuel '
                   SQL-OLD-PCFMT ') : ' WITH NO ADVANCING
               ACCEPT CR-POSTCODE-FMT
               MOVE FUNCTION UPPER-CASE(CR-POSTCODE-FMT)
                   TO CR-POSTCODE-FMT

               EXEC SQL
                   UPDATE country_ref
                   SET country_code    = :CR-COUNTRY-CODE,
                       phone_prefix    = :CR-PHONE-PREFIX,
                       postcode_format = :CR-POSTCODE-FMT
                   WHERE UPPER(country_name) = UPPER(:CR-COUNTRY-NAME)
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE CR-COUNTRY-NAME   TO WS-CL-ID
                   IF SQL-OLD-CODE NOT = CR-COUNTRY-CODE
                       MOVE SQL-OLD-CODE      TO WS-CL-OLD-CODE
                       MOVE CR-COUNTRY-CODE   TO WS-CL-NEW-CODE
                       MOVE '7020-UPD-CODE'   TO WS-CL-PARAGRAPH
                       PERFORM 9010-JOURNAL-START
                           THRU 9010-JOURNAL-END
                   END-IF
                   IF SQL-OLD-PREFIX NOT = CR-PHONE-PREFIX
                       MOVE SQL-OLD-PREFIX    TO WS-CL-OLD-CODE
                       MOVE CR-PHONE-PREFIX   TO WS-CL-NEW-CODE
                       MOVE '7020-UPD-PREFIX' TO WS-CL-PARAGRAPH
                       PERFORM 9010-JOURNAL-START
                           THRU 9010-JOURNAL-END
                   END-IF
                   IF SQL-OLD-PCFMT NOT = CR-POSTCODE-FMT
                       MOVE SQL-OLD-PCFMT     TO WS-CL-OLD-CODE
                       MOVE CR-POSTCODE-FMT   TO WS-CL-NEW-CODE
                       MOVE '7020-UPD-CPFMT'  TO WS-CL-PARAGRAPH
                       PERFORM 9010-JOURNAL-START
                           THRU 9010-JOURNAL-END
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Pays mis a jour.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
      *  apres avoir montre combien de        *
      *  contacts actifs sont concernes,      *
      *  comme le retrait de phrasedb.        *
      *  Action a double validation : on ne   *
      *  fait ici que la demande (PAYSRETR),  *
      *  executee par 7050-APPROVE-START      *
      *  quand un second operateur APPROVER   *
      *  la valide.                           *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7030-DISABLE-END
           END-IF.

           INITIALIZE COUNTRY-REF.

           DISPLAY 'Nom du pays a desactiver : ' WITH NO ADVANCING.
           END-EXEC.

           DISPLAY 'Contacts actifs sur ce pays : ' SQL-FOUND-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM pending_action
               WHERE action_type = 'PAYSRETR'
                 AND UPPER(target_key) = UPPER(:CR-COUNTRY-NAME)
                 AND status = 'PENDING'
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               DISPLAY 'Une demande de desactivation de ce pays est '
                   'deja en attente.'
               GO TO 7030-DISABLE-END
           END-IF.

           DISPLAY 'Demander la desactivation (O/N) : '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o' THEN
               MOVE WS-OPER-ID TO PA-REQUESTED-BY
               EXEC SQL
                   INSERT INTO pending_action
                       (action_type, target_key, target_key2,
                        requested_by, requested_at, status)
                   VALUES ('PAYSRETR', :CR-COUNTRY-NAME, ' ',
                           :PA-REQUESTED-BY, CURRENT_TIMESTAMP,
                           'PENDING')
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE CR-COUNTRY-NAME   TO WS-CL-ID
                   MOVE SPACE             TO WS-CL-OLD-CODE
                   MOVE 'DEMANDE'         TO WS-CL-NEW-CODE
                   MOVE '7030-DISABLE'    TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Demande enregistree, en attente de '
                       'validation par un APPROVER.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               END-IF
      *  Reactivation d'un marche desactive   *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7035-ENABLE-END
           END-IF.

           INITIALIZE COUNTRY-REF.

           DISPLAY 'Nom du pays a reactiver : ' WITH NO ADVANCING.
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE CR-COUNTRY-NAME   TO WS-CL-ID
                   MOVE 'N'               TO WS-CL-OLD-CODE
                   MOVE 'Y'               TO WS-CL-NEW-CODE
                   MOVE '7035-ENABLE'     TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Pays reactive.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END

           EXEC SQL
               DECLARE CRCOUNTRY CURSOR FOR
               SELECT country_name, country_code, phone_prefix, active,
                      COALESCE(postcode_format, ' ')
               FROM country_ref
               ORDER BY country_name
           END-EXEC.
               EXEC SQL
                   FETCH CRCOUNTRY
                   INTO :CR-COUNTRY-NAME, :CR-COUNTRY-CODE,
                        :CR-PHONE-PREFIX, :CR-ACTIVE, :CR-POSTCODE-FMT
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY CR-COUNTRY-NAME(1:20) ' '
                       CR-COUNTRY-CODE(1:5) ' '
                       CR-PHONE-PREFIX(1:6) ' actif : ' CR-ACTIVE
                       ' code postal : ' CR-POSTCODE-FMT
               END-IF
           END-PERFORM.

       7040-LIST-END.
           EXIT.

      ******************************************************************
       7050-APPROVE-START.

      *****************************************
      *  Validation des desactivations en     *
      *  attente (PAYSRETR), reservee aux     *
      *  APPROVER et jamais par l'auteur de   *
      *  la demande. Liste des demandes puis  *
      *  choix d'un numero : V execute la     *
      *  desactivation, R rejette la demande. *
      *  Meme schema de validation dans       *
      *  rgpddb (EFFACE) et dedupdb (FUSION). *
      *****************************************

           IF WS-OPER-ROLE NOT = 'APPROVER' THEN
               DISPLAY 'Validation reservee aux operateurs APPROVER.'
               GO TO 7050-APPROVE-END
           END-IF.

           INITIALIZE PENDING-ACTION.

           EXEC SQL
               DECLARE CRPENDING CURSOR FOR
               SELECT pending_id, target_key, requested_by,
                      TO_CHAR(requested_at, 'YYYY-MM-DD HH24:MI')
               FROM pending_action
               WHERE action_type = 'PAYSRETR'
                 AND status = 'PENDING'
               ORDER BY pending_id
           END-EXEC.

           EXEC SQL
               OPEN CRPENDING
           END-EXEC.

           MOVE ZERO TO SQL-FOUND-COUNT.
           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRPENDING
                   INTO :PA-PENDING-ID, :PA-TARGET-KEY,
                        :PA-REQUESTED-BY, :PA-REQUESTED-AT
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SQL-FOUND-COUNT
                   DISPLAY PA-PENDING-ID ' ' PA-TARGET-KEY(1:20)
                       ' demande par ' PA-REQUESTED-BY ' le '
                       PA-REQUESTED-AT
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRPENDING
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Aucune desactivation en attente.'
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
                      COALESCE(MAX(requested_by), ' ')
               INTO :PA-TARGET-KEY, :PA-REQUESTED-BY
               FROM pending_action
               WHERE pending_id  = :PA-PENDING-ID
                 AND action_type = 'PAYSRETR'
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

           DISPLAY 'Valider (V) ou rejeter (R) la desactivation de '
               PA-TARGET-KEY(1:20) ' : ' WITH NO ADVANCING.
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

           IF PA-STATUS = 'APPROVED' THEN
               EXEC SQL
                   UPDATE country_ref
                   SET active = 'N'
                   WHERE UPPER(country_name) = UPPER(:PA-TARGET-KEY)
               END-EXEC
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

           MOVE PA-TARGET-KEY TO WS-CL-ID.
           IF PA-STATUS = 'APPROVED' THEN
               MOVE 'Y'           TO WS-CL-OLD-CODE
               MOVE 'N'           TO WS-CL-NEW-CODE
               DISPLAY 'Pays desactive.'
           ELSE
               MOVE 'DEMANDE'     TO WS-CL-OLD-CODE
               MOVE 'REJET'       TO WS-CL-NEW-CODE
               DISPLAY 'Demande rejetee.'
           END-IF.
           MOVE '7050-APPROVE' TO WS-CL-PARAGRAPH.
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
