      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql campdb.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. campdb.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Meme journal que maintdb : creation, modification et cloture
      * d'une campagne y sont tracees avec l'operateur
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
       01  WS-INPUT-ERROR        PIC X(01) VALUE 'N'.
       01  WS-AGE-MIN-IN         PIC X(10) VALUE SPACE.
       01  WS-AGE-MAX-IN         PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.
      * Tranche d'age lisible pour le journal (min-max)
       01  WS-AGE-BAND.
           05  WS-AB-MIN         PIC 9(03).
           05  FILLER            PIC X(01) VALUE '-'.
           05  WS-AB-MAX         PIC 9(03).

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de maintdb
      * (journal partage) : id = campagne, une ligne par operation,
      * une par critere modifie en modification (7020-UPD-<critere>)
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
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      * Definition d'une campagne : le segment que mailext extrait
      * quand on le lance avec MAILEXT_CAMPAIGN. '*' = pas de filtre
      * sur le critere (comme la langue '*' de la table phrase) ;
      * pays = liste de codes separes par des virgules (BE,LU) ;
      * tranche d'age sur l'age derive de birth_date ; phrase vide =
      * phrase habituelle du pays / de la langue. La campagne
      * PERMANENT (tous les actifs) est celle des passages sans
      * campagne designee. Retrait par le flag d'activite, jamais
      * par suppression : mailing_history la reference. Campagne
      * postale (O) : mailext ecarte les contacts sans adresse
      * courrier valide.
       01  CAMPAIGN.
           05 CP-CAMPAIGN-ID    PIC X(20).
           05 CP-NAME           PIC X(50).
           05 CP-START-DATE     PIC X(08).
           05 CP-END-DATE       PIC X(08).
           05 CP-COUNTRIES      PIC X(50).
           05 CP-AGE-MIN        PIC 9(03).
           05 CP-AGE-MAX        PIC 9(03).
           05 CP-GENDER         PIC X(50).
           05 CP-SPOKEN         PIC X(50).
           05 CP-PHRASE         PIC X(50).
           05 CP-ACTIVE         PIC X(01).
           05 CP-POSTAL         PIC X(01).

      * Criteres en base avant modification, pour le journal critere
      * par critere (meme principe que OLD-DATABANK de maintdb)
       01  OLD-CAMPAIGN.
           05 OC-NAME           PIC X(50).
           05 OC-START-DATE     PIC X(08).
           05 OC-END-DATE       PIC X(08).
           05 OC-COUNTRIES      PIC X(50).
           05 OC-AGE-MIN        PIC 9(03).
           05 OC-AGE-MAX        PIC 9(03).
           05 OC-GENDER         PIC X(50).
           05 OC-SPOKEN         PIC X(50).
           05 OC-PHRASE         PIC X(50).
           05 OC-POSTAL         PIC X(01).

       01  SQL-FOUND-COUNT      PIC 9(10).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF  SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           PERFORM 0010-INIT-START THRU 0010-INIT-END.
           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.

      * Journal partage : on accumule, jamais d'ecrase
           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHANGELOG
           END-IF.

           MOVE SPACE TO WS-OPERATION.
           PERFORM UNTIL WS-OPERATION = 'Q'

               DISPLAY ' '
               DISPLAY '1) Creer une campagne (insert)'
               DISPLAY '2) Modifier une campagne (update)'
               DISPLAY '3) Cloturer une campagne'
               DISPLAY '4) Lister les campagnes'
               DISPLAY '5) Compter le segment d''une campagne'
               DISPLAY 'Q) Quitter'
               DISPLAY 'Choix : ' WITH NO ADVANCING
               ACCEPT WS-OPERATION

               EVALUATE WS-OPERATION
                   WHEN '1'
                       PERFORM 7010-INSERT-START THRU 7010-INSERT-END
                   WHEN '2'
                       PERFORM 7020-UPDATE-START THRU 7020-UPDATE-END
                   WHEN '3'
                       PERFORM 7030-CLOSE-START  THRU 7030-CLOSE-END
                   WHEN '4'
                       PERFORM 7040-LIST-START   THRU 7040-LIST-END
                   WHEN '5'
                       PERFORM 7050-COUNT-START  THRU 7050-COUNT-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN 'q'
                       MOVE 'Q' TO WS-OPERATION
                   WHEN OTHER
                       DISPLAY 'Choix invalide.'
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGELOG.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       0010-INIT-START.

      *****************************************
      *  Creation de la table des campagnes   *
      *  si absente, et amorcage de la        *
      *  campagne PERMANENT (tous les actifs, *
      *  sans filtre) qui reproduit l'extrait *
      *  historique de mailext. Meme          *
      *  amorcage dans mailext, qui ne doit   *
      *  pas dependre d'un passage de campdb. *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS campaign
                   (campaign_id VARCHAR(20),
                    name        VARCHAR(50),
                    start_date  DATE,
                    end_date    DATE,
                    countries   VARCHAR(50),
                    age_min     NUMERIC,
                    age_max     NUMERIC,
                    gender      VARCHAR(50),
                    spoken      VARCHAR(50),
                    phrase      VARCHAR(50),
                    active      CHAR(1) DEFAULT 'Y')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM campaign
               WHERE campaign_id = 'PERMANENT'
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               EXEC SQL
                   INSERT INTO campaign
                       (campaign_id, name, start_date, end_date,
                        countries, age_min, age_max, gender, spoken,
                        phrase, active)
                   VALUES ('PERMANENT', 'Tous les contacts actifs',
                           CURRENT_DATE, NULL, '*', 0, 999, '*', '*',
                           ' ', 'Y')
               END-EXEC
               IF SQLCODE = 0 THEN
                   DISPLAY 'Campagne PERMANENT amorcee.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               END-IF
           END-IF.

      * Campagne postale (O/N), meme colonne que dans mailext
           EXEC SQL
               ALTER TABLE campaign
               ADD COLUMN IF NOT EXISTS postal CHAR(1) DEFAULT 'N'
           END-EXEC.

      * Date de naissance : la tranche d'age des campagnes porte sur
      * l'age derive (idempotent, comme les ALTER TABLE de payssql)
           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

      * Tables lues par la cloture et le comptage de segment, memes
      * definitions que dans mailext
           EXEC SQL
               CREATE TABLE IF NOT EXISTS suppression
                   (id          VARCHAR(50),
                    email       VARCHAR(50),
                    optout_date DATE,
                    reason      VARCHAR(50))
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mailing_history
                   (id       VARCHAR(50),
                    run_id   NUMERIC,
                    run_date TIMESTAMP,
                    country  VARCHAR(50),
                    phrase   VARCHAR(50))
           END-EXEC.

           EXEC SQL
               ALTER TABLE mailing_history
               ADD COLUMN IF NOT EXISTS campaign_id VARCHAR(20)
           END-EXEC.

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
      *   Creation d'une campagne : un seul   *
      *   enregistrement par id (mailext fait *
      *   un lookup unitaire dessus).         *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7010-INSERT-END
           END-IF.

           INITIALIZE CAMPAIGN.

           DISPLAY 'Id de la campagne : ' WITH NO ADVANCING.
           ACCEPT CP-CAMPAIGN-ID.
           MOVE FUNCTION UPPER-CASE(CP-CAMPAIGN-ID) TO CP-CAMPAIGN-ID.

           IF CP-CAMPAIGN-ID = SPACE THEN
               DISPLAY 'Id obligatoire.'
               GO TO 7010-INSERT-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM campaign
               WHERE campaign_id = :CP-CAMPAIGN-ID
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               DISPLAY 'Cette campagne existe deja '
                   '(passer par la modification).'
               GO TO 7010-INSERT-END
           END-IF.

           PERFORM 7015-SAISIE-START THRU 7015-SAISIE-END.
           IF WS-INPUT-ERROR = 'Y' THEN
               GO TO 7010-INSERT-END
           END-IF.

      * end_date : NULL quand la campagne est sans date de fin
           EXEC SQL
               INSERT INTO campaign
                   (campaign_id, name, start_date, end_date,
                    countries, age_min, age_max, gender, spoken,
                    phrase, active, postal)
               VALUES (:CP-CAMPAIGN-ID, :CP-NAME,
                       TO_DATE(:CP-START-DATE, 'YYYYMMDD'),
                       CASE WHEN :CP-END-DATE = ' ' THEN NULL
                            ELSE TO_DATE(:CP-END-DATE, 'YYYYMMDD')
                       END,
                       :CP-COUNTRIES, :CP-AGE-MIN, :CP-AGE-MAX,
                       :CP-GENDER, :CP-SPOKEN, :CP-PHRASE, 'Y',
                       :CP-POSTAL)
           END-EXEC.

           IF SQLCODE = 0 THEN
               DISPLAY 'Campagne creee.'
               MOVE CP-CAMPAIGN-ID  TO WS-CL-ID
               MOVE SPACE           TO WS-CL-OLD-CODE
               MOVE CP-NAME         TO WS-CL-NEW-CODE
               MOVE '7010-INSERT'    TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
      * Commit par operation, comme maintdb
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7010-INSERT-END.
           EXIT.

      ******************************************************************
       7015-SAISIE-START.

      *****************************************
      *  Saisie des criteres d'une campagne,  *
      *  commune a la creation et a la        *
      *  modification. Critere vide = '*'     *
      *  (pas de filtre), age vide = sans     *
      *  borne.                               *
      *****************************************

           MOVE 'N' TO WS-INPUT-ERROR.

           DISPLAY 'Libelle : ' WITH NO ADVANCING.
           ACCEPT CP-NAME.

           DISPLAY 'Date de debut (AAAAMMJJ) : ' WITH NO ADVANCING.
           ACCEPT CP-START-DATE.
           IF CP-START-DATE IS NOT NUMERIC THEN
               DISPLAY 'Date de debut invalide.'
               MOVE 'Y' TO WS-INPUT-ERROR
               GO TO 7015-SAISIE-END
           END-IF.

           DISPLAY 'Date de fin (AAAAMMJJ, vide = sans fin) : '
               WITH NO ADVANCING.
           ACCEPT CP-END-DATE.
           IF CP-END-DATE NOT = SPACE AND
              CP-END-DATE IS NOT NUMERIC THEN
               DISPLAY 'Date de fin invalide.'
               MOVE 'Y' TO WS-INPUT-ERROR
               GO TO 7015-SAISIE-END
           END-IF.
           IF CP-END-DATE NOT = SPACE AND
              CP-END-DATE < CP-START-DATE THEN
               DISPLAY 'Date de fin anterieure au debut.'
               MOVE 'Y' TO WS-INPUT-ERROR
               GO TO 7015-SAISIE-END
           END-IF.

           DISPLAY 'Codes pays (BE,LU - vide = tous) : '
               WITH NO ADVANCING.
           ACCEPT CP-COUNTRIES.
           MOVE FUNCTION UPPER-CASE(CP-COUNTRIES) TO CP-COUNTRIES.
           IF CP-COUNTRIES = SPACE
               MOVE '*' TO CP-COUNTRIES
           END-IF.

           DISPLAY 'Age minimum (vide = aucun) : ' WITH NO ADVANCING.
           MOVE SPACE TO WS-AGE-MIN-IN.
           ACCEPT WS-AGE-MIN-IN.
           IF WS-AGE-MIN-IN = SPACE
               MOVE ZERO TO CP-AGE-MIN
           ELSE
               MOVE FUNCTION NUMVAL(WS-AGE-MIN-IN) TO CP-AGE-MIN
           END-IF.

           DISPLAY 'Age maximum (vide = aucun) : ' WITH NO ADVANCING.
           MOVE SPACE TO WS-AGE-MAX-IN.
           ACCEPT WS-AGE-MAX-IN.
           IF WS-AGE-MAX-IN = SPACE
               MOVE 999 TO CP-AGE-MAX
           ELSE
               MOVE FUNCTION NUMVAL(WS-AGE-MAX-IN) TO CP-AGE-MAX
           END-IF.

           IF CP-AGE-MAX < CP-AGE-MIN THEN
               DISPLAY 'Tranche d''age invalide.'
               MOVE 'Y' TO WS-INPUT-ERROR
               GO TO 7015-SAISIE-END
           END-IF.

           DISPLAY 'Sexe (vide = tous) : ' WITH NO ADVANCING.
           ACCEPT CP-GENDER.
           IF CP-GENDER = SPACE
               MOVE '*' TO CP-GENDER
           END-IF.

           DISPLAY 'Langue parlee (vide = toutes) : '
               WITH NO ADVANCING.
           ACCEPT CP-SPOKEN.
           IF CP-SPOKEN = SPACE
               MOVE '*' TO CP-SPOKEN
           END-IF.

           DISPLAY 'Phrase de la campagne (vide = phrase du pays) : '
               WITH NO ADVANCING.
           ACCEPT CP-PHRASE.

           DISPLAY 'Campagne postale, adresse obligatoire (O/N) : '
               WITH NO ADVANCING.
           ACCEPT CP-POSTAL.
           MOVE FUNCTION UPPER-CASE(CP-POSTAL) TO CP-POSTAL.
           IF CP-POSTAL NOT = 'O'
               MOVE 'N' TO CP-POSTAL
           END-IF.

       7015-SAISIE-END.
           EXIT.

      ******************************************************************
       7020-UPDATE-START.

      *****************************************
      *   Modification d'une campagne : tous  *
      *   les criteres sont ressaisis         *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7020-UPDATE-END
           END-IF.

           INITIALIZE CAMPAIGN.

           DISPLAY 'Id de la campagne a modifier : ' WITH NO ADVANCING.
           ACCEPT CP-CAMPAIGN-ID.
           MOVE FUNCTION UPPER-CASE(CP-CAMPAIGN-ID) TO CP-CAMPAIGN-ID.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM campaign
               WHERE campaign_id = :CP-CAMPAIGN-ID
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Campagne inconnue.'
               GO TO 7020-UPDATE-END
           END-IF.

      * Valeurs avant modification, pour le journal critere par
      * critere (COALESCE : une colonne NULL se lit comme un espace)
           EXEC SQL
               SELECT COALESCE(name, ' '),
                      COALESCE(TO_CHAR(start_date, 'YYYYMMDD'), ' '),
                      COALESCE(TO_CHAR(end_date, 'YYYYMMDD'), ' '),
                      COALESCE(countries, ' '),
                      COALESCE(age_min, 0),
                      COALESCE(age_max, 999),
                      COALESCE(gender, ' '),
                      COALESCE(spoken, ' '),
                      COALESCE(phrase, ' '),
                      COALESCE(postal, 'N')
               INTO :OC-NAME, :OC-START-DATE, :OC-END-DATE,
                    :OC-COUNTRIES, :OC-AGE-MIN, :OC-AGE-MAX,
                    :OC-GENDER, :OC-SPOKEN, :OC-PHRASE, :OC-POSTAL
               FROM campaign
               WHERE campaign_id = :CP-CAMPAIGN-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7020-UPDATE-END
           END-IF.

           PERFORM 7015-SAISIE-START THRU 7015-SAISIE-END.
           IF WS-INPUT-ERROR = 'Y' THEN
               GO TO 7020-UPDATE-END
           END-IF.

           EXEC SQL
               UPDATE campaign
               SET name       = :CP-NAME,
                   start_date = TO_DATE(:CP-START-DATE, 'YYYYMMDD'),
                   end_date   = CASE WHEN :CP-END-DATE = ' ' THEN NULL
                                     ELSE TO_DATE(:CP-END-DATE,
                                                  'YYYYMMDD')
                                END,
                   countries  = :CP-COUNTRIES,
                   age_min    = :CP-AGE-MIN,
                   age_max    = :CP-AGE-MAX,
                   gender     = :CP-GENDER,
                   spoken     = :CP-SPOKEN,
                   phrase     = :CP-PHRASE,
                   postal     = :CP-POSTAL
               WHERE campaign_id = :CP-CAMPAIGN-ID
           END-EXEC.

           IF SQLCODE = 0 THEN
               DISPLAY 'Campagne mise a jour.'
               PERFORM 7025-UPD-JOURNAL-START
                   THRU 7025-UPD-JOURNAL-END
      * Commit par operation, comme maintdb
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7020-UPDATE-END.
           EXIT.

      ******************************************************************
       7025-UPD-JOURNAL-START.

      *****************************************
      *  Journal d'une modification : une     *
      *  ligne par critere dont la valeur a   *
      *  change (old = valeur en base avant,  *
      *  new = saisie), paragraphe            *
      *  7020-UPD-<critere>                   *
      *****************************************

           MOVE CP-CAMPAIGN-ID TO WS-CL-ID.

           IF OC-NAME NOT = CP-NAME THEN
               MOVE OC-NAME                TO WS-CL-OLD-CODE
               MOVE CP-NAME                TO WS-CL-NEW-CODE
               MOVE '7020-UPD-NAME'        TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-START-DATE NOT = CP-START-DATE THEN
               MOVE OC-START-DATE          TO WS-CL-OLD-CODE
               MOVE CP-START-DATE          TO WS-CL-NEW-CODE
               MOVE '7020-UPD-STARTDATE'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-END-DATE NOT = CP-END-DATE THEN
               MOVE OC-END-DATE            TO WS-CL-OLD-CODE
               MOVE CP-END-DATE            TO WS-CL-NEW-CODE
               MOVE '7020-UPD-ENDDATE'     TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-COUNTRIES NOT = CP-COUNTRIES THEN
               MOVE OC-COUNTRIES           TO WS-CL-OLD-CODE
               MOVE CP-COUNTRIES           TO WS-CL-NEW-CODE
               MOVE '7020-UPD-COUNTRIES'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-AGE-MIN NOT = CP-AGE-MIN OR
              OC-AGE-MAX NOT = CP-AGE-MAX THEN
               MOVE OC-AGE-MIN             TO WS-AB-MIN
               MOVE OC-AGE-MAX             TO WS-AB-MAX
               MOVE WS-AGE-BAND            TO WS-CL-OLD-CODE
               MOVE CP-AGE-MIN             TO WS-AB-MIN
               MOVE CP-AGE-MAX             TO WS-AB-MAX
               MOVE WS-AGE-BAND            TO WS-CL-NEW-CODE
               MOVE '7020-UPD-AGE'         TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-GENDER NOT = CP-GENDER THEN
               MOVE OC-GENDER              TO WS-CL-OLD-CODE
               MOVE CP-GENDER              TO WS-CL-NEW-CODE
               MOVE '7020-UPD-GENDER'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-SPOKEN NOT = CP-SPOKEN THEN
               MOVE OC-SPOKEN              TO WS-CL-OLD-CODE
               MOVE CP-SPOKEN              TO WS-CL-NEW-CODE
               MOVE '7020-UPD-SPOKEN'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-PHRASE NOT = CP-PHRASE THEN
               MOVE OC-PHRASE              TO WS-CL-OLD-CODE
               MOVE CP-PHRASE              TO WS-CL-NEW-CODE
               MOVE '7020-UPD-PHRASE'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

           IF OC-POSTAL NOT = CP-POSTAL THEN
               MOVE OC-POSTAL              TO WS-CL-OLD-CODE
               MOVE CP-POSTAL              TO WS-CL-NEW-CODE
               MOVE '7020-UPD-POSTAL'      TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
           END-IF.

       7025-UPD-JOURNAL-END.
           EXIT.

      ******************************************************************
       7030-CLOSE-START.

      *****************************************
      *  Cloture d'une campagne : flag        *
      *  d'activite, mailext la refuse        *
      *  ensuite. L'historique des envois     *
      *  garde sa reference.                  *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7030-CLOSE-END
           END-IF.

           INITIALIZE CAMPAIGN.

           DISPLAY 'Id de la campagne a cloturer : ' WITH NO ADVANCING.
           ACCEPT CP-CAMPAIGN-ID.
           MOVE FUNCTION UPPER-CASE(CP-CAMPAIGN-ID) TO CP-CAMPAIGN-ID.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM campaign
               WHERE campaign_id = :CP-CAMPAIGN-ID
                 AND active = 'Y'
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Campagne inconnue ou deja cloturee.'
               GO TO 7030-CLOSE-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM mailing_history
               WHERE campaign_id = :CP-CAMPAIGN-ID
           END-EXEC.

           DISPLAY 'Lettres deja envoyees : ' SQL-FOUND-COUNT.
           DISPLAY 'Confirmer la cloture (O/N) : ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o' THEN
               EXEC SQL
                   UPDATE campaign
                   SET active = 'N'
                   WHERE campaign_id = :CP-CAMPAIGN-ID
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY 'Campagne cloturee.'
                   MOVE CP-CAMPAIGN-ID TO WS-CL-ID
                   MOVE 'Y'            TO WS-CL-OLD-CODE
                   MOVE 'N'            TO WS-CL-NEW-CODE
                   MOVE '7030-CLOSE'   TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               END-IF
           ELSE
               DISPLAY 'Annule.'
           END-IF.

       7030-CLOSE-END.
           EXIT.

      ******************************************************************
       7040-LIST-START.

      *****************************************
      *   Liste des campagnes                 *
      *****************************************

           EXEC SQL
               DECLARE CRCAMPAIGN CURSOR FOR
               SELECT campaign_id, name,
                      COALESCE(TO_CHAR(start_date, 'YYYYMMDD'), ' '),
                      COALESCE(TO_CHAR(end_date, 'YYYYMMDD'), ' '),
                      countries, age_min, age_max, gender, spoken,
                      COALESCE(phrase, ' '), active,
                      COALESCE(postal, 'N')
               FROM campaign
               ORDER BY campaign_id
           END-EXEC.

           EXEC SQL
               OPEN CRCAMPAIGN
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRCAMPAIGN
                   INTO :CP-CAMPAIGN-ID, :CP-NAME, :CP-START-DATE,
                        :CP-END-DATE, :CP-COUNTRIES, :CP-AGE-MIN,
                        :CP-AGE-MAX, :CP-GENDER, :CP-SPOKEN,
                        :CP-PHRASE, :CP-ACTIVE, :CP-POSTAL
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY ' '
                   DISPLAY CP-CAMPAIGN-ID ' ' CP-NAME(1:40)
                       ' active : ' CP-ACTIVE ' postale : ' CP-POSTAL
                   DISPLAY '  du ' CP-START-DATE ' au ' CP-END-DATE
                       ' pays : ' CP-COUNTRIES(1:20)
                       ' age : ' CP-AGE-MIN '-' CP-AGE-MAX
                   DISPLAY '  sexe : ' CP-GENDER(1:10)
                       ' langue : ' CP-SPOKEN(1:15)
                       ' phrase : ' CP-PHRASE(1:30)
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRCAMPAIGN
           END-EXEC.

       7040-LIST-END.
           EXIT.

      ******************************************************************
       7050-COUNT-START.

      *****************************************
      *  Taille du segment d'une campagne :   *
      *  contacts actifs hors suppression qui *
      *  repondent aux criteres, avant cap de *
      *  frequence. Memes criteres que le     *
      *  curseur CRLETTRE de mailext : phrase *
      *  trouvee (campagne ou pays/langue) et,*
      *  pour une campagne postale, adresse   *
      *  courrier valide avec une rue.        *
      *****************************************

           INITIALIZE CAMPAIGN.

           DISPLAY 'Id de la campagne : ' WITH NO ADVANCING.
           ACCEPT CP-CAMPAIGN-ID.
           MOVE FUNCTION UPPER-CASE(CP-CAMPAIGN-ID) TO CP-CAMPAIGN-ID.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM databank
               JOIN campaign
                 ON campaign.campaign_id = :CP-CAMPAIGN-ID
               LEFT JOIN phrase
                 ON phrase.country_code = databank.country_code
                AND (UPPER(phrase.language) = UPPER(databank.spoken)
                     OR (phrase.language = '*'
                         AND NOT EXISTS
                             (SELECT 1 FROM phrase p2
                              WHERE p2.country_code =
                                    databank.country_code
                                AND UPPER(p2.language) =
                                    UPPER(databank.spoken))))
               WHERE databank.active = 'Y'
                 AND (phrase.phrase IS NOT NULL
                      OR TRIM(COALESCE(campaign.phrase, '')) <> '')
                 AND (COALESCE(campaign.postal, 'N') <> 'O'
                      OR EXISTS
                         (SELECT 1 FROM contact_address
                          WHERE contact_address.id = databank.id
                            AND contact_address.mailing = 'Y'
                            AND contact_address.status = 'V'
                            AND TRIM(COALESCE(contact_address.street1,
                                              '')) <> ''
                            AND contact_address.addr_seq =
                                (SELECT MAX(a2.addr_seq)
                                 FROM contact_address a2
                                 WHERE a2.id = databank.id
                                   AND a2.mailing = 'Y'
                                   AND a2.status = 'V')))
                 AND (TRIM(campaign.countries) = '*'
                      OR POSITION(',' || UPPER(TRIM(
                                  databank.country_code)) || ','
                                  IN ',' || REPLACE(
                                  campaign.countries, ' ', '')
                                  || ',') > 0)
                 AND (TRIM(campaign.gender) = '*'
                      OR UPPER(TRIM(databank.gender)) =
                         UPPER(TRIM(campaign.gender)))
                 AND (TRIM(campaign.spoken) = '*'
                      OR UPPER(TRIM(databank.spoken)) =
                         UPPER(TRIM(campaign.spoken)))
                 AND CASE WHEN databank.birth_date IS NOT NULL
                          THEN EXTRACT(YEAR FROM
                               AGE(CURRENT_DATE, databank.birth_date))
                          ELSE databank.age END
                     BETWEEN campaign.age_min AND campaign.age_max
                 AND NOT EXISTS
                     (SELECT 1 FROM suppression
                      WHERE suppression.id = databank.id
                         OR suppression.email = databank.email)
           END-EXEC.

           IF SQLCODE = 0 THEN
               DISPLAY 'Contacts du segment : ' SQL-FOUND-COUNT
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7050-COUNT-END.
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
      * Connexion initiale uniquement : sans base, le programme ne
      * peut rien faire d'autre que s'arreter.
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       1001-ERROR-RTN-END.
           STOP RUN.

      * Erreur sur une operation du menu : on affiche et on revient
      * au menu plutot que de tuer la session interactive, comme le
      * 1002-SQL-WARN-START de maintdb.
       1002-SQL-WARN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
           DISPLAY "Operation annulee, retour au menu.".
       1002-SQL-WARN-END.
           EXIT.
      ******************************************************************
