       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Meme journal que payssql : chaque modification faite depuis
      * le menu y est tracee, champ par champ, avec l'operateur
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
       01  WS-INS-COUNTER        PIC 9(05) VALUE ZERO.
       01  WS-UPD-COUNTER        PIC 9(05) VALUE ZERO.
       01  WS-DEL-COUNTER        PIC 9(05) VALUE ZERO.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.
       01  WS-AGE-OUT            PIC Z(09)9.

      *****************************************
      *          VARIABLE ADRESSES            *
      *****************************************
       01  WS-ADR-OPERATION      PIC X(01) VALUE SPACE.
       01  WS-ADR-SEQ-IN         PIC X(10) VALUE SPACE.
       01  WS-ADR-SAISIE-OK      PIC X(01) VALUE SPACE.
       01  WS-ADR-MARK           PIC X(01) VALUE SPACE.
       01  WS-ADR-LISTED         PIC 9(05) VALUE ZERO.
       01  WS-ADR-COUNTER        PIC 9(05) VALUE ZERO.

      *****************************************
      *        VARIABLE FLUX EVENEMENTS       *
      *****************************************
      * Colonnes d'un contact cree, et colonne a ajouter a la liste
      * des colonnes modifiees (9035-EV-FIELD-START)
       01  WS-EV-ALL-FIELDS.
           05  FILLER            PIC X(34)
                    VALUE 'first_name,last_name,email,gender,'.
           05  FILLER            PIC X(30)
                    VALUE 'age,birth_date,spoken,country,'.
           05  FILLER            PIC X(23)
                    VALUE 'country_code,info_phone'.
       01  WS-EV-FIELD           PIC X(20) VALUE SPACE.
       01  WS-EV-PTR             PIC 9(03) VALUE 1.

      * Controle du code postal (meme zones que loaddb)
       01  WS-PC-VALID           PIC X(01) VALUE SPACE.
       01  WS-PC-IX              PIC 9(02) VALUE ZERO.
       01  WS-PC-CHAR            PIC X(01) VALUE SPACE.
       01  WS-PC-FMT-CHAR        PIC X(01) VALUE SPACE.

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de payssql
      * (journal partage) : une ligne par champ modifie, paragraphe
      * 7020-UPD-<champ> ; creation et retrait sur une seule ligne
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
      * base, l'age stocke fait alors foi)
       01  DK-BIRTH             PIC X(10).

      * Valeurs en base avant modification, lues par 7020 pour ne
      * journaliser que les champs reellement changes
       01  OLD-DATABANK.
           05 OD-FIRST-NAME     PIC X(50).
           05 OD-LAST-NAME      PIC X(50).
           05 OD-EMAIL          PIC X(50).
           05 OD-GENDER         PIC X(50).
           05 OD-AGE            PIC 9(10).
           05 OD-SPOKEN         PIC X(50).
           05 OD-COUNTRY        PIC X(50).
           05 OD-COUNTRY-CODE   PIC X(50).
           05 OD-INFO-PHONE     PIC X(50).
           05 OD-BIRTH          PIC X(10).

       01  SQL-FOUND-COUNT      PIC 9(10).
       01  SQL-OLD-ACTIVE       PIC X(01).

      * Evenement du flux des abonnes (change_event, lu par eventsql)
       01  SQL-EVENT.
           05  SQL-EV-TYPE          PIC X(10).
           05  SQL-EV-FIELDS        PIC X(200).

      * Adresse postale d'un contact (meme groupe que loaddb)
       01  CONTACT-ADDRESS.
           05 AD-ID             PIC X(50).
           05 AD-SEQ            PIC 9(05).
           05 AD-TYPE           PIC X(10).
           05 AD-STREET1        PIC X(50).
           05 AD-STREET2        PIC X(50).
           05 AD-POSTCODE       PIC X(10).
           05 AD-CITY           PIC X(50).
           05 AD-COUNTRY-CODE   PIC X(10).
           05 AD-VALID-FROM     PIC X(08).
           05 AD-MAILING        PIC X(01).
           05 AD-STATUS         PIC X(01).

      * Adresse lue en base (liste, et valeurs avant modification)
       01  LIST-ADDRESS.
           05 LA-SEQ            PIC 9(05).
           05 LA-TYPE           PIC X(10).
           05 LA-STREET1        PIC X(50).
           05 LA-STREET2        PIC X(50).
           05 LA-POSTCODE       PIC X(10).
           05 LA-CITY           PIC X(50).
           05 LA-COUNTRY-CODE   PIC X(10).
           05 LA-VALID-FROM     PIC X(08).
           05 LA-MAILING        PIC X(01).
           05 LA-STATUS         PIC X(01).

       01  SQL-OLD-SEQ          PIC 9(05).
       01  SQL-PC-FORMAT        PIC X(10).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       01  SQL-JOB.
           05  SQL-JOB-RUN-ID       PIC 9(10).
       0000-MAIN-START.

           PERFORM 0010-INIT-START   THRU 0010-INIT-END.
           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.
           PERFORM 0020-JOBSTART-START THRU 0020-JOBSTART-END.

      * Journal partage : on accumule, jamais d'ecrase
           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHANGELOG
           END-IF.

           MOVE SPACE TO WS-OPERATION.
           PERFORM UNTIL WS-OPERATION = 'Q'

               DISPLAY '1) Ajouter un contact (insert)'
               DISPLAY '2) Modifier un contact (update)'
               DISPLAY '3) Retirer un contact (soft delete)'
               DISPLAY '4) Adresses postales d''un contact'
               DISPLAY 'S) Setup schema (deja lance au demarrage)'
               DISPLAY 'Q) Quitter'
               DISPLAY 'Choix : ' WITH NO ADVANCING
                       PERFORM 7020-UPDATE-START THRU 7020-UPDATE-END
                   WHEN '3'
                       PERFORM 7030-DELETE-START THRU 7030-DELETE-END
                   WHEN '4'
                       PERFORM 7040-ADDRESS-START
                           THRU 7040-ADDRESS-END
                   WHEN 'S'
                       PERFORM 0015-SCHEMA-SETUP-START
                           THRU 0015-SCHEMA-SETUP-END
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGELOG.

           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END.
               END-EXEC
           END-IF.

      * Adresses postales : plusieurs par contact, une seule marquee
      * adresse courrier ; meme table que loaddb (lignes ADR)
           IF SQLCODE = 0 THEN
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS contact_address
                       (id           VARCHAR(50),
                        addr_seq     NUMERIC,
                        addr_type    VARCHAR(10),
                        street1      VARCHAR(50),
                        street2      VARCHAR(50),
                        postcode     VARCHAR(10),
                        city         VARCHAR(50),
                        country_code VARCHAR(10),
                        valid_from   DATE,
                        mailing      CHAR(1) DEFAULT 'N',
                        status       CHAR(1) DEFAULT 'V')
               END-EXEC
           END-IF.

      * Evenements des contacts pour les abonnes du flux (CRM...),
      * meme CREATE dans loaddb, payssql, dedupdb, rgpddb, suppdb et
      * eventsql qui les diffuse
           IF SQLCODE = 0 THEN
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS change_event
                       (event_seq      SERIAL,
                        event_type     VARCHAR(10),
                        id             VARCHAR(50),
                        changed_fields VARCHAR(200),
                        event_ts       TIMESTAMP,
                        source_program VARCHAR(30))
               END-EXEC
           END-IF.

           IF SQLCODE = 0 THEN
               DISPLAY 'Schema a jour (last_modified, active, '
                   'birth_date, contact_address, change_event).'
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.
       0020-JOBSTART-END.
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
       0080-JOBEND-START.

                  WS-UPD-COUNTER  DELIMITED BY SIZE
                  ' deletes='     DELIMITED BY SIZE
                  WS-DEL-COUNTER  DELIMITED BY SIZE
                  ' adresses='    DELIMITED BY SIZE
                  WS-ADR-COUNTER  DELIMITED BY SIZE
                  INTO SQL-JOB-COUNTS
           END-STRING.

      *        Ajout d'un nouveau contact     *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7010-INSERT-END
           END-IF.

           INITIALIZE DATABANK.
           MOVE SPACE TO DK-BIRTH.

                    CURRENT_TIMESTAMP, 'Y')
           END-EXEC.

      * Evenement dans la meme unite de travail que la creation : un
      * echec de l'un annule l'autre
           IF SQLCODE = 0 THEN
               MOVE 'INSERT'         TO SQL-EV-TYPE
               MOVE WS-EV-ALL-FIELDS TO SQL-EV-FIELDS
               PERFORM 9030-EVENT-START THRU 9030-EVENT-END
           END-IF.

      * Commit par operation : le ROLLBACK d'une erreur ulterieure
      * ne doit pas defaire une modification deja journalisee
           IF SQLCODE = 0 THEN
               MOVE DK-ID             TO WS-CL-ID
               MOVE SPACE             TO WS-CL-OLD-CODE
               MOVE DK-EMAIL          TO WS-CL-NEW-CODE
               MOVE '7010-INSERT'     TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Contact ajoute.'
               ADD 1 TO WS-INS-COUNTER
           ELSE
      *     existant (par id)                 *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7020-UPDATE-END
           END-IF.

           INITIALIZE DATABANK.
           MOVE SPACE TO DK-BIRTH.


           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Aucun contact avec cet id.'
               GO TO 7020-UPDATE-END
           END-IF.

      * Valeurs avant modification, pour le journal champ par champ
      * (COALESCE : une colonne NULL se lit comme un espace)
           EXEC SQL
               SELECT COALESCE(first_name, ' '),
                      COALESCE(last_name, ' '),
                      COALESCE(email, ' '),
                      COALESCE(gender, ' '),
                      COALESCE(age, 0),
                      COALESCE(spoken, ' '),
                      COALESCE(country, ' '),
                      COALESCE(country_code, ' '),
                      COALESCE(info_phone, ' '),
                      COALESCE(TO_CHAR(birth_date, 'YYYYMMDD'), ' ')
               INTO :OD-FIRST-NAME, :OD-LAST-NAME, :OD-EMAIL,
                    :OD-GENDER, :OD-AGE, :OD-SPOKEN, :OD-COUNTRY,
                    :OD-COUNTRY-CODE, :OD-INFO-PHONE, :OD-BIRTH
               FROM databank
               WHERE id = :DK-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7020-UPDATE-END
           END-IF.

           DISPLAY 'Prenom : ' WITH NO ADVANCING.
           ACCEPT DK-FIRST-NAME.
           DISPLAY 'Nom : ' WITH NO ADVANCING.
           ACCEPT DK-LAST-NAME.
           DISPLAY 'Email : ' WITH NO ADVANCING.
           ACCEPT DK-EMAIL.
           DISPLAY 'Sexe : ' WITH NO ADVANCING.
           ACCEPT DK-GENDER.
           DISPLAY 'Age : ' WITH NO ADVANCING.
           ACCEPT WS-AGE-IN.
           MOVE FUNCTION NUMVAL(WS-AGE-IN) TO DK-AGE.
           DISPLAY 'Date de naissance (AAAAMMJJ, vide si '
               'inconnue) : ' WITH NO ADVANCING.
           ACCEPT DK-BIRTH.
           DISPLAY 'Langue parlee : ' WITH NO ADVANCING.
           ACCEPT DK-SPOKEN.
           DISPLAY 'Pays : ' WITH NO ADVANCING.
           ACCEPT DK-COUNTRY.
           DISPLAY 'Code pays : ' WITH NO ADVANCING.
           ACCEPT DK-COUNTRY-CODE.
           DISPLAY 'Telephone : ' WITH NO ADVANCING.
           ACCEPT DK-INFO-PHONE.

           PERFORM 7027-UPD-FIELDS-START THRU 7027-UPD-FIELDS-END.

      * birth_date : NULL quand la date est inconnue (le CASE rend
      * NULL sur l'espace), sinon la date AAAAMMJJ convertie
           EXEC SQL
               UPDATE databank
               SET first_name    = :DK-FIRST-NAME,
                   last_name     = :DK-LAST-NAME,
                   email         = :DK-EMAIL,
                   gender        = :DK-GENDER,
                   age           = :DK-AGE,
                   birth_date    =
                       CASE WHEN :DK-BIRTH = ' ' THEN NULL
                            ELSE TO_DATE(:DK-BIRTH, 'YYYYMMDD')
                       END,
                   spoken        = :DK-SPOKEN,
                   country       = :DK-COUNTRY,
                   country_code  = :DK-COUNTRY-CODE,
                   info_phone    = :DK-INFO-PHONE,
                   last_modified = CURRENT_TIMESTAMP
               WHERE id = :DK-ID
           END-EXEC.

      * Pas d'evenement quand aucune valeur n'a change
           IF SQLCODE = 0 AND SQL-EV-FIELDS NOT = SPACE THEN
               MOVE 'UPDATE' TO SQL-EV-TYPE
               PERFORM 9030-EVENT-START THRU 9030-EVENT-END
           END-IF.

           IF SQLCODE = 0 THEN
               PERFORM 7025-UPD-JOURNAL-START
                   THRU 7025-UPD-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Contact mis a jour.'
               ADD 1 TO WS-UPD-COUNTER
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7020-UPDATE-END.
           EXIT.

      ******************************************************************
       7025-UPD-JOURNAL-START.

      *****************************************
      *  Journal d'une modification : une    *
      *  ligne par champ dont la valeur a    *
      *  change (old = valeur en base avant, *
      *  new = saisie), paragraphe           *
      *  7020-UPD-<champ>                    *
      *****************************************

           MOVE DK-ID TO WS-CL-ID.

           IF OD-FIRST-NAME NOT = DK-FIRST-NAME THEN
               MOVE OD-FIRST-NAME          TO WS-CL-OLD-CODE
               MOVE DK-FIRST-NAME          TO WS-CL-NEW-CODE
               MOVE '7020-UPD-FIRSTNAME'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-LAST-NAME NOT = DK-LAST-NAME THEN
               MOVE OD-LAST-NAME           TO WS-CL-OLD-CODE
               MOVE DK-LAST-NAME           TO WS-CL-NEW-CODE
               MOVE '7020-UPD-LASTNAME'    TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-EMAIL NOT = DK-EMAIL THEN
               MOVE OD-EMAIL               TO WS-CL-OLD-CODE
               MOVE DK-EMAIL               TO WS-CL-NEW-CODE
               MOVE '7020-UPD-EMAIL'       TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-GENDER NOT = DK-GENDER THEN
               MOVE OD-GENDER              TO WS-CL-OLD-CODE
               MOVE DK-GENDER              TO WS-CL-NEW-CODE
               MOVE '7020-UPD-GENDER'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-AGE NOT = DK-AGE THEN
               MOVE OD-AGE            TO WS-AGE-OUT
               MOVE WS-AGE-OUT             TO WS-CL-OLD-CODE
               MOVE DK-AGE            TO WS-AGE-OUT
               MOVE WS-AGE-OUT             TO WS-CL-NEW-CODE
               MOVE '7020-UPD-AGE'         TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-BIRTH NOT = DK-BIRTH THEN
               MOVE OD-BIRTH               TO WS-CL-OLD-CODE
               MOVE DK-BIRTH               TO WS-CL-NEW-CODE
               MOVE '7020-UPD-BIRTHDATE'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-SPOKEN NOT = DK-SPOKEN THEN
               MOVE OD-SPOKEN              TO WS-CL-OLD-CODE
               MOVE DK-SPOKEN              TO WS-CL-NEW-CODE
               MOVE '7020-UPD-SPOKEN'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-COUNTRY NOT = DK-COUNTRY THEN
               MOVE OD-COUNTRY             TO WS-CL-OLD-CODE
               MOVE DK-COUNTRY             TO WS-CL-NEW-CODE
               MOVE '7020-UPD-COUNTRY'     TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-COUNTRY-CODE NOT = DK-COUNTRY-CODE THEN
               MOVE OD-COUNTRY-CODE        TO WS-CL-OLD-CODE
               MOVE DK-COUNTRY-CODE        TO WS-CL-NEW-CODE
               MOVE '7020-UPD-COUNTRYCODE' TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OD-INFO-PHONE NOT = DK-INFO-PHONE THEN
               MOVE OD-INFO-PHONE          TO WS-CL-OLD-CODE
               MOVE DK-INFO-PHONE          TO WS-CL-NEW-CODE
               MOVE '7020-UPD-PHONE'       TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

       7025-UPD-JOURNAL-END.
           EXIT.

      ******************************************************************
       7027-UPD-FIELDS-START.

      *****************************************
      *  Colonnes modifiees pour le flux des  *
      *  evenements : memes comparaisons que  *
      *  7025-UPD-JOURNAL-START, faites avant *
      *  l'UPDATE pour que l'evenement parte  *
      *  dans la meme unite de travail        *
      *****************************************

           MOVE SPACE TO SQL-EV-FIELDS.
           MOVE 1     TO WS-EV-PTR.

           IF OD-FIRST-NAME NOT = DK-FIRST-NAME THEN
               MOVE 'first_name'   TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-LAST-NAME NOT = DK-LAST-NAME THEN
               MOVE 'last_name'    TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-EMAIL NOT = DK-EMAIL THEN
               MOVE 'email'        TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-GENDER NOT = DK-GENDER THEN
               MOVE 'gender'       TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-AGE NOT = DK-AGE THEN
               MOVE 'age'          TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-BIRTH NOT = DK-BIRTH THEN
               MOVE 'birth_date'   TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-SPOKEN NOT = DK-SPOKEN THEN
               MOVE 'spoken'       TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-COUNTRY NOT = DK-COUNTRY THEN
               MOVE 'country'      TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-COUNTRY-CODE NOT = DK-COUNTRY-CODE THEN
               MOVE 'country_code' TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

           IF OD-INFO-PHONE NOT = DK-INFO-PHONE THEN
               MOVE 'info_phone'   TO WS-EV-FIELD
               PERFORM 9035-EV-FIELD-START THRU 9035-EV-FIELD-END
           END-IF.

       7027-UPD-FIELDS-END.
           EXIT.

      ******************************************************************
       7030-DELETE-START.

      *      en base pour historique          *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7030-DELETE-END
           END-IF.

           DISPLAY 'Id du contact a retirer : ' WITH NO ADVANCING.
           ACCEPT DK-ID.

           EXEC SQL
               SELECT COALESCE(MAX(active), ' ') INTO :SQL-OLD-ACTIVE
               FROM databank
               WHERE id = :DK-ID
           END-EXEC.

           IF SQL-OLD-ACTIVE = SPACE THEN
               DISPLAY 'Aucun contact avec cet id.'
               GO TO 7030-DELETE-END
           END-IF.

           DISPLAY 'Confirmer (O/N) : ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

                   WHERE id = :DK-ID
               END-EXEC

      * Un contact deja retire ne repart pas dans le flux
               IF SQLCODE = 0 AND SQL-OLD-ACTIVE NOT = 'N' THEN
                   MOVE 'RETRAIT' TO SQL-EV-TYPE
                   MOVE 'active'  TO SQL-EV-FIELDS
                   PERFORM 9030-EVENT-START THRU 9030-EVENT-END
               END-IF

               IF SQLCODE = 0 THEN
                   MOVE DK-ID             TO WS-CL-ID
                   MOVE SQL-OLD-ACTIVE    TO WS-CL-OLD-CODE
                   MOVE 'N'               TO WS-CL-NEW-CODE
                   MOVE '7030-DELETE'     TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Contact retire (soft delete).'
                   ADD 1 TO WS-DEL-COUNTER
               ELSE
       7030-DELETE-END.
           EXIT.

      ******************************************************************
       7040-ADDRESS-START.

      *****************************************
      *  Adresses postales d'un contact :     *
      *  liste, ajout, modification, choix    *
      *  de l'adresse courrier, suppression.  *
      *  Meme table que les lignes ADR de     *
      *  loaddb ; ici un code postal hors     *
      *  format du pays est refuse a la       *
      *  saisie, et corriger une adresse en   *
      *  quarantaine (Q) la rend valide (V).  *
      *****************************************

           INITIALIZE CONTACT-ADDRESS.

           DISPLAY 'Id du contact : ' WITH NO ADVANCING.
           ACCEPT AD-ID.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM databank
               WHERE id = :AD-ID
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Aucun contact avec cet id.'
               GO TO 7040-ADDRESS-END
           END-IF.

           PERFORM 7041-ADR-LIST-START THRU 7041-ADR-LIST-END.

           MOVE SPACE TO WS-ADR-OPERATION.
           PERFORM UNTIL WS-ADR-OPERATION = 'R'
               DISPLAY ' '
               DISPLAY 'L) Lister les adresses'
               DISPLAY 'A) Ajouter une adresse'
               DISPLAY 'M) Modifier une adresse'
               DISPLAY 'C) Choisir l''adresse courrier'
               DISPLAY 'D) Supprimer une adresse'
               DISPLAY 'R) Retour au menu'
               DISPLAY 'Choix : ' WITH NO ADVANCING
               ACCEPT WS-ADR-OPERATION
               MOVE FUNCTION UPPER-CASE(WS-ADR-OPERATION)
                   TO WS-ADR-OPERATION

               EVALUATE WS-ADR-OPERATION
                   WHEN 'L'
                       PERFORM 7041-ADR-LIST-START
                           THRU 7041-ADR-LIST-END
                   WHEN 'A'
                       PERFORM 7042-ADR-ADD-START
                           THRU 7042-ADR-ADD-END
                   WHEN 'M'
                       PERFORM 7043-ADR-UPDATE-START
                           THRU 7043-ADR-UPDATE-END
                   WHEN 'C'
                       PERFORM 7044-ADR-MAILING-START
                           THRU 7044-ADR-MAILING-END
                   WHEN 'D'
                       PERFORM 7045-ADR-DELETE-START
                           THRU 7045-ADR-DELETE-END
                   WHEN 'R'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Choix invalide.'
               END-EVALUATE
           END-PERFORM.

       7040-ADDRESS-END.
           EXIT.

      ******************************************************************
       7041-ADR-LIST-START.

      *****************************************
      *  Adresses du contact AD-ID, avec le   *
      *  marquage courrier (*) et le statut   *
      *  (V = valide, Q = quarantaine)        *
      *****************************************

           EXEC SQL
               DECLARE CRADRESSE CURSOR FOR
               SELECT addr_seq, COALESCE(addr_type, ' '),
                      COALESCE(street1, ' '), COALESCE(street2, ' '),
                      COALESCE(postcode, ' '), COALESCE(city, ' '),
                      COALESCE(country_code, ' '),
                      COALESCE(TO_CHAR(valid_from, 'YYYYMMDD'), ' '),
                      COALESCE(mailing, 'N'), COALESCE(status, 'V')
               FROM contact_address
               WHERE id = :AD-ID
               ORDER BY addr_seq
           END-EXEC.

           EXEC SQL
               OPEN CRADRESSE
           END-EXEC.

           MOVE ZERO TO WS-ADR-LISTED.
           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRADRESSE
                   INTO :LA-SEQ, :LA-TYPE, :LA-STREET1, :LA-STREET2,
                        :LA-POSTCODE, :LA-CITY, :LA-COUNTRY-CODE,
                        :LA-VALID-FROM, :LA-MAILING, :LA-STATUS
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-ADR-LISTED
                   IF LA-MAILING = 'Y' THEN
                       MOVE '*' TO WS-ADR-MARK
                   ELSE
                       MOVE SPACE TO WS-ADR-MARK
                   END-IF
                   DISPLAY LA-SEQ ' ' WS-ADR-MARK ' ' LA-STATUS ' '
                       LA-TYPE ' ' LA-STREET1(1:30) ' '
                       LA-POSTCODE ' ' LA-CITY(1:20) ' '
                       LA-COUNTRY-CODE(1:5) ' depuis ' LA-VALID-FROM
                   IF LA-STREET2 NOT = SPACE THEN
                       DISPLAY '        ' LA-STREET2
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRADRESSE
           END-EXEC.

           IF WS-ADR-LISTED = 0 THEN
               DISPLAY 'Aucune adresse pour ce contact.'
           ELSE
               DISPLAY '(* = adresse courrier, V = valide, '
                   'Q = quarantaine code postal)'
           END-IF.

       7041-ADR-LIST-END.
           EXIT.

      ******************************************************************
       7042-ADR-ADD-START.

      *****************************************
      *  Ajout d'une adresse : la premiere    *
      *  adresse du contact devient d'office  *
      *  l'adresse courrier (meme regle que   *
      *  les lignes ADR de loaddb)            *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7042-ADR-ADD-END
           END-IF.

           MOVE SPACE TO AD-TYPE AD-STREET1 AD-STREET2 AD-POSTCODE
                         AD-CITY AD-COUNTRY-CODE AD-VALID-FROM
                         AD-MAILING.

           PERFORM 7046-ADR-SAISIE-START THRU 7046-ADR-SAISIE-END.
           IF WS-ADR-SAISIE-OK NOT = 'Y' THEN
               GO TO 7042-ADR-ADD-END
           END-IF.

           DISPLAY 'Adresse courrier (O/N) : ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           EXEC SQL
               SELECT COALESCE(MAX(addr_seq), 0) + 1,
                      COUNT(*)
               INTO :AD-SEQ, :SQL-FOUND-COUNT
               FROM contact_address
               WHERE id = :AD-ID
           END-EXEC.

           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o' OR
              SQL-FOUND-COUNT = 0 THEN
               MOVE 'Y' TO AD-MAILING
               EXEC SQL
                   UPDATE contact_address
                   SET mailing = 'N'
                   WHERE id = :AD-ID
                     AND mailing = 'Y'
               END-EXEC
           ELSE
               MOVE 'N' TO AD-MAILING
           END-IF.

           EXEC SQL
               INSERT INTO contact_address
                   (id, addr_seq, addr_type, street1, street2,
                    postcode, city, country_code, valid_from,
                    mailing, status)
               VALUES
                   (:AD-ID, :AD-SEQ, :AD-TYPE, :AD-STREET1,
                    :AD-STREET2, :AD-POSTCODE, :AD-CITY,
                    :AD-COUNTRY-CODE,
                    CASE WHEN :AD-VALID-FROM = ' ' THEN CURRENT_DATE
                         ELSE TO_DATE(:AD-VALID-FROM, 'YYYYMMDD') END,
                    :AD-MAILING, 'V')
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE AD-ID             TO WS-CL-ID
               MOVE SPACE             TO WS-CL-OLD-CODE
               INITIALIZE WS-CL-NEW-CODE
               STRING AD-POSTCODE     DELIMITED BY SPACE
                      ' '             DELIMITED BY SIZE
                      AD-CITY         DELIMITED BY SIZE
                      INTO WS-CL-NEW-CODE
               END-STRING
               MOVE '7042-ADR-ADD'    TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Adresse ajoutee (numero ' AD-SEQ ').'
               ADD 1 TO WS-ADR-COUNTER
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7042-ADR-ADD-END.
           EXIT.

      ******************************************************************
       7043-ADR-UPDATE-START.

      *****************************************
      *  Modification d'une adresse par son   *
      *  numero. Journal champ par champ      *
      *  comme 7025-UPD-JOURNAL-START ; une   *
      *  adresse en quarantaine repasse en V  *
      *  puisque le code postal saisi a ete   *
      *  controle.                            *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7043-ADR-UPDATE-END
           END-IF.

           PERFORM 7047-ADR-READ-START THRU 7047-ADR-READ-END.
           IF SQL-FOUND-COUNT = 0 THEN
               GO TO 7043-ADR-UPDATE-END
           END-IF.

           MOVE SPACE TO AD-TYPE AD-STREET1 AD-STREET2 AD-POSTCODE
                         AD-CITY AD-COUNTRY-CODE AD-VALID-FROM.

           PERFORM 7046-ADR-SAISIE-START THRU 7046-ADR-SAISIE-END.
           IF WS-ADR-SAISIE-OK NOT = 'Y' THEN
               GO TO 7043-ADR-UPDATE-END
           END-IF.

           IF AD-VALID-FROM = SPACE THEN
               MOVE LA-VALID-FROM TO AD-VALID-FROM
           END-IF.

           EXEC SQL
               UPDATE contact_address
               SET addr_type    = :AD-TYPE,
                   street1      = :AD-STREET1,
                   street2      = :AD-STREET2,
                   postcode     = :AD-POSTCODE,
                   city         = :AD-CITY,
                   country_code = :AD-COUNTRY-CODE,
                   valid_from   =
                       CASE WHEN :AD-VALID-FROM = ' ' THEN CURRENT_DATE
                            ELSE TO_DATE(:AD-VALID-FROM, 'YYYYMMDD')
                       END,
                   status       = 'V'
               WHERE id = :AD-ID
                 AND addr_seq = :AD-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7043-ADR-UPDATE-END
           END-IF.

           MOVE AD-ID TO WS-CL-ID.

           IF LA-TYPE NOT = AD-TYPE THEN
               MOVE LA-TYPE                TO WS-CL-OLD-CODE
               MOVE AD-TYPE                TO WS-CL-NEW-CODE
               MOVE '7043-ADR-TYPE'        TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-STREET1 NOT = AD-STREET1 THEN
               MOVE LA-STREET1             TO WS-CL-OLD-CODE
               MOVE AD-STREET1             TO WS-CL-NEW-CODE
               MOVE '7043-ADR-STREET1'     TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-STREET2 NOT = AD-STREET2 THEN
               MOVE LA-STREET2             TO WS-CL-OLD-CODE
               MOVE AD-STREET2             TO WS-CL-NEW-CODE
               MOVE '7043-ADR-STREET2'     TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-POSTCODE NOT = AD-POSTCODE THEN
               MOVE LA-POSTCODE            TO WS-CL-OLD-CODE
               MOVE AD-POSTCODE            TO WS-CL-NEW-CODE
               MOVE '7043-ADR-POSTCODE'    TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-CITY NOT = AD-CITY THEN
               MOVE LA-CITY                TO WS-CL-OLD-CODE
               MOVE AD-CITY                TO WS-CL-NEW-CODE
               MOVE '7043-ADR-CITY'        TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-COUNTRY-CODE NOT = AD-COUNTRY-CODE THEN
               MOVE LA-COUNTRY-CODE        TO WS-CL-OLD-CODE
               MOVE AD-COUNTRY-CODE        TO WS-CL-NEW-CODE
               MOVE '7043-ADR-COUNTRY'     TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-VALID-FROM NOT = AD-VALID-FROM THEN
               MOVE LA-VALID-FROM          TO WS-CL-OLD-CODE
               MOVE AD-VALID-FROM          TO WS-CL-NEW-CODE
               MOVE '7043-ADR-VALIDFROM'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF LA-STATUS NOT = 'V' THEN
               MOVE LA-STATUS              TO WS-CL-OLD-CODE
               MOVE 'V'                    TO WS-CL-NEW-CODE
               MOVE '7043-ADR-STATUS'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'Adresse mise a jour.'.
           ADD 1 TO WS-ADR-COUNTER.

       7043-ADR-UPDATE-END.
           EXIT.

      ******************************************************************
       7044-ADR-MAILING-START.

      *****************************************
      *  Choix de l'adresse courrier : une    *
      *  seule par contact, les autres        *
      *  repassent a N. Une adresse en        *
      *  quarantaine peut etre choisie mais   *
      *  mailext ne l'utilisera qu'une fois   *
      *  corrigee.                            *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7044-ADR-MAILING-END
           END-IF.

           PERFORM 7047-ADR-READ-START THRU 7047-ADR-READ-END.
           IF SQL-FOUND-COUNT = 0 THEN
               GO TO 7044-ADR-MAILING-END
           END-IF.

           IF LA-MAILING = 'Y' THEN
               DISPLAY 'Deja l''adresse courrier.'
               GO TO 7044-ADR-MAILING-END
           END-IF.

           IF LA-STATUS = 'Q' THEN
               DISPLAY 'Attention : code postal en quarantaine, '
                   'adresse inutilisable tant qu''elle n''est pas '
                   'corrigee.'
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(addr_seq), 0)
               INTO :SQL-OLD-SEQ
               FROM contact_address
               WHERE id = :AD-ID
                 AND mailing = 'Y'
           END-EXEC.

           EXEC SQL
               UPDATE contact_address
               SET mailing = CASE WHEN addr_seq = :AD-SEQ THEN 'Y'
                                  ELSE 'N' END
               WHERE id = :AD-ID
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE AD-ID             TO WS-CL-ID
               MOVE SQL-OLD-SEQ       TO WS-CL-OLD-CODE
               MOVE AD-SEQ            TO WS-CL-NEW-CODE
               MOVE '7044-ADR-MAILING' TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Adresse courrier : numero ' AD-SEQ '.'
               ADD 1 TO WS-ADR-COUNTER
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7044-ADR-MAILING-END.
           EXIT.

      ******************************************************************
       7045-ADR-DELETE-START.

      *****************************************
      *  Suppression physique d'une adresse : *
      *  pas d'historique a garder sur une    *
      *  adresse (le journal garde code       *
      *  postal et ville). Si c'etait         *
      *  l'adresse courrier, la plus recente  *
      *  des adresses restantes la remplace.  *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7045-ADR-DELETE-END
           END-IF.

           PERFORM 7047-ADR-READ-START THRU 7047-ADR-READ-END.
           IF SQL-FOUND-COUNT = 0 THEN
               GO TO 7045-ADR-DELETE-END
           END-IF.

           DISPLAY 'Confirmer (O/N) : ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o' THEN
               DISPLAY 'Annule.'
               GO TO 7045-ADR-DELETE-END
           END-IF.

           EXEC SQL
               DELETE FROM contact_address
               WHERE id = :AD-ID
                 AND addr_seq = :AD-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7045-ADR-DELETE-END
           END-IF.

           IF LA-MAILING = 'Y' THEN
               EXEC SQL
                   UPDATE contact_address
                   SET mailing = 'Y'
                   WHERE id = :AD-ID
                     AND addr_seq =
                         (SELECT MAX(addr_seq) FROM contact_address
                          WHERE id = :AD-ID)
               END-EXEC
           END-IF.

           MOVE AD-ID             TO WS-CL-ID.
           INITIALIZE WS-CL-OLD-CODE.
           STRING LA-POSTCODE     DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  LA-CITY         DELIMITED BY SIZE
                  INTO WS-CL-OLD-CODE
           END-STRING.
           MOVE SPACE             TO WS-CL-NEW-CODE.
           MOVE '7045-ADR-DELETE' TO WS-CL-PARAGRAPH.
           PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END.
           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'Adresse supprimee.'.
           ADD 1 TO WS-ADR-COUNTER.

       7045-ADR-DELETE-END.
           EXIT.

      ******************************************************************
       7046-ADR-SAISIE-START.

      *****************************************
      *  Saisie et controle d'une adresse :   *
      *  rue, code postal, ville et pays      *
      *  obligatoires, pays actif du          *
      *  referentiel, code postal au format   *
      *  du pays (9020-POSTCODE-START), date  *
      *  de validite AAAAMMJJ. WS-ADR-SAISIE- *
      *  OK = 'Y' si tout est correct.        *
      *****************************************

           MOVE 'N' TO WS-ADR-SAISIE-OK.

           DISPLAY 'Type (DOMICILE, TRAVAIL...) : ' WITH NO ADVANCING.
           ACCEPT AD-TYPE.
           DISPLAY 'Rue : ' WITH NO ADVANCING.
           ACCEPT AD-STREET1.
           DISPLAY 'Complement : ' WITH NO ADVANCING.
           ACCEPT AD-STREET2.
           DISPLAY 'Code postal : ' WITH NO ADVANCING.
           ACCEPT AD-POSTCODE.
           DISPLAY 'Ville : ' WITH NO ADVANCING.
           ACCEPT AD-CITY.
           DISPLAY 'Code pays : ' WITH NO ADVANCING.
           ACCEPT AD-COUNTRY-CODE.
           DISPLAY 'Valide depuis (AAAAMMJJ, vide = aujourd''hui) : '
               WITH NO ADVANCING.
           ACCEPT AD-VALID-FROM.

           IF AD-STREET1 = SPACE OR AD-POSTCODE = SPACE OR
              AD-CITY = SPACE OR AD-COUNTRY-CODE = SPACE THEN
               DISPLAY 'Rue, code postal, ville et pays obligatoires.'
               GO TO 7046-ADR-SAISIE-END
           END-IF.

           IF AD-TYPE = SPACE THEN
               MOVE 'DOMICILE' TO AD-TYPE
           END-IF.
           MOVE FUNCTION UPPER-CASE(AD-TYPE)         TO AD-TYPE.
           MOVE FUNCTION UPPER-CASE(AD-COUNTRY-CODE) TO AD-COUNTRY-CODE.
           MOVE FUNCTION UPPER-CASE(AD-POSTCODE)     TO AD-POSTCODE.

           IF AD-VALID-FROM NOT = SPACE THEN
               IF AD-VALID-FROM IS NOT NUMERIC THEN
                   DISPLAY 'Date de validite invalide (AAAAMMJJ).'
                   GO TO 7046-ADR-SAISIE-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM country_ref
               WHERE UPPER(country_code) = :AD-COUNTRY-CODE
                 AND active = 'Y'
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Pays absent ou inactif dans le referentiel.'
               GO TO 7046-ADR-SAISIE-END
           END-IF.

           PERFORM 9020-POSTCODE-START THRU 9020-POSTCODE-END.
           IF WS-PC-VALID NOT = 'Y' THEN
               DISPLAY 'Code postal ' AD-POSTCODE
                   ' hors format du pays (' SQL-PC-FORMAT ').'
               GO TO 7046-ADR-SAISIE-END
           END-IF.

           MOVE 'Y' TO WS-ADR-SAISIE-OK.

       7046-ADR-SAISIE-END.
           EXIT.

      ******************************************************************
       7047-ADR-READ-START.

      *****************************************
      *  Lecture d'une adresse du contact     *
      *  par son numero dans LA-... (valeurs  *
      *  avant modification, pour le journal).*
      *  SQL-FOUND-COUNT = 0 si absente.      *
      *****************************************

           DISPLAY 'Numero de l''adresse : ' WITH NO ADVANCING.
           ACCEPT WS-ADR-SEQ-IN.
           MOVE FUNCTION NUMVAL(WS-ADR-SEQ-IN) TO AD-SEQ.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM contact_address
               WHERE id = :AD-ID
                 AND addr_seq = :AD-SEQ
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Aucune adresse avec ce numero.'
               GO TO 7047-ADR-READ-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(addr_type, ' '),
                      COALESCE(street1, ' '), COALESCE(street2, ' '),
                      COALESCE(postcode, ' '), COALESCE(city, ' '),
                      COALESCE(country_code, ' '),
                      COALESCE(TO_CHAR(valid_from, 'YYYYMMDD'), ' '),
                      COALESCE(mailing, 'N'), COALESCE(status, 'V')
               INTO :LA-TYPE, :LA-STREET1, :LA-STREET2,
                    :LA-POSTCODE, :LA-CITY, :LA-COUNTRY-CODE,
                    :LA-VALID-FROM, :LA-MAILING, :LA-STATUS
               FROM contact_address
               WHERE id = :AD-ID
                 AND addr_seq = :AD-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               MOVE ZERO TO SQL-FOUND-COUNT
           END-IF.

       7047-ADR-READ-END.
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
       9030-EVENT-START.

      *****************************************
      *  Evenement du contact DK-ID pour le   *
      *  flux des abonnes : l'appelant a      *
      *  rempli le type et les colonnes ; le  *
      *  numero est attribue par la base. Le  *
      *  COMMIT reste a l'appelant.           *
      *****************************************

           EXEC SQL
               INSERT INTO change_event
                   (event_type, id, changed_fields, event_ts,
                    source_program)
               VALUES
                   (:SQL-EV-TYPE, :DK-ID, TRIM(:SQL-EV-FIELDS),
                    CURRENT_TIMESTAMP, 'maintdb')
           END-EXEC.

       9030-EVENT-END.
           EXIT.

      ******************************************************************
       9035-EV-FIELD-START.

      *****************************************
      *  Ajout de la colonne WS-EV-FIELD a la *
      *  liste SQL-EV-FIELDS (separateur      *
      *  virgule)                             *
      *****************************************

           IF WS-EV-PTR > 1
               STRING ','          DELIMITED BY SIZE
                      INTO SQL-EV-FIELDS
                      WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           STRING WS-EV-FIELD      DELIMITED BY SPACE
                  INTO SQL-EV-FIELDS
                  WITH POINTER WS-EV-PTR
           END-STRING.

       9035-EV-FIELD-END.
           EXIT.

      ******************************************************************
       9020-POSTCODE-START.

      *****************************************
      *  Code postal AD-POSTCODE contre le    *
      *  masque du pays AD-COUNTRY-CODE dans  *
      *  country_ref : '9' = chiffre, 'A' =   *
      *  lettre, autre caractere = lui-meme,  *
      *  blanc = fin du code. Masque absent = *
      *  pas de controle. Resultat dans       *
      *  WS-PC-VALID. Meme paragraphe dans    *
      *  loaddb (7060-POSTCODE-START).        *
      *****************************************

           MOVE 'Y' TO WS-PC-VALID.

           EXEC SQL
               SELECT COALESCE(MAX(postcode_format), ' ')
               INTO :SQL-PC-FORMAT
               FROM country_ref
               WHERE UPPER(country_code) = :AD-COUNTRY-CODE
                 AND active = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PC-FORMAT = SPACE THEN
               GO TO 9020-POSTCODE-END
           END-IF.

           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                   UNTIL WS-PC-IX > 10 OR WS-PC-VALID = 'N'
               MOVE SQL-PC-FORMAT(WS-PC-IX:1) TO WS-PC-FMT-CHAR
               MOVE AD-POSTCODE(WS-PC-IX:1)   TO WS-PC-CHAR
               EVALUATE WS-PC-FMT-CHAR
                   WHEN '9'
                       IF WS-PC-CHAR IS NOT NUMERIC
                           MOVE 'N' TO WS-PC-VALID
                       END-IF
                   WHEN 'A'
                       IF WS-PC-CHAR IS NOT ALPHABETIC OR
                          WS-PC-CHAR = SPACE
                           MOVE 'N' TO WS-PC-VALID
                       END-IF
                   WHEN OTHER
                       IF WS-PC-CHAR NOT = WS-PC-FMT-CHAR
                           MOVE 'N' TO WS-PC-VALID
                       END-IF
               END-EVALUATE
           END-PERFORM.

       9020-POSTCODE-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
