      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql anonsql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonsql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Compte rendu de la copie anonymisee (schema anon) : lignes
      * copiees par table et controle d'absence de donnees reelles
           SELECT RAPPORT ASSIGN TO 'anonyme.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-ENTRY     PIC X(125).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-RAPPORT-STATUS     PIC X(2).

      *****************************************
      *        VARIABLE RAPPORT               *
      *****************************************
       01  PT-ENTETE    PIC X(27) VALUE '*   COPIE ANONYMISEE      *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-COPIE     PIC X(27) VALUE '*   LIGNES COPIEES        *'.
       01  PT-CONTROLE  PIC X(27) VALUE '*   CONTROLE DE MASQUAGE  *'.

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(07).

       01  WS-KEY-LINE.
           05  FILLER            PIC X(43)
                    VALUE 'Cle de masquage                          : '.
           05  WS-KL-TEXT        PIC X(40).

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-FS-RC              PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      * Cle fournie par ANONSQL_CLE (O) ou cle du seul passage (N)
       01  WS-KEY-GIVEN          PIC X(01) VALUE 'O'.

       01  WS-DATABANK-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-SUPP-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-HIST-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-PHRASE-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-LEAK-EMAIL         PIC 9(07) VALUE ZERO.
       01  WS-LEAK-PHONE         PIC 9(07) VALUE ZERO.
       01  WS-SAME-NAME          PIC 9(07) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      * Cle secrete melangee a chaque valeur avant hachage : sans
      * elle, on ne peut pas retrouver un nom reel en hachant une
      * liste de noms connus
       01  SQL-ANON-KEY            PIC X(30) VALUE SPACE.

       01  SQL-COUNT               PIC 9(10).
       01  SQL-SOURCE-COUNT        PIC 9(10).

       01  SQL-JOB.
           05  SQL-JOB-RUN-ID       PIC 9(10).
           05  SQL-JOB-STATUS       PIC X(10) VALUE SPACE.
           05  SQL-JOB-COUNTS       PIC X(200).

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

           PERFORM 0010-INIT-START         THRU 0010-INIT-END.
           PERFORM 0015-SCHEMA-SETUP-START THRU 0015-SCHEMA-SETUP-END.
           PERFORM 0020-JOBSTART-START     THRU 0020-JOBSTART-END.

           PERFORM 7010-COPIE-START    THRU 7010-COPIE-END.
           PERFORM 7020-MASQUE-START   THRU 7020-MASQUE-END.
           PERFORM 7030-CONTROLE-START THRU 7030-CONTROLE-END.

      * Copie validee d'un bloc, ou abandonnee d'un bloc : la copie
      * precedente du schema anon reste alors en place
           IF WS-FS-RC = ZERO
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           OPEN OUTPUT RAPPORT.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ENTETE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           PERFORM 7040-RAPPORT-START  THRU 7040-RAPPORT-END.

           CLOSE RAPPORT.

           DISPLAY 'Contacts copies      : ' WS-DATABANK-COUNT.
           DISPLAY 'Suppressions copiees : ' WS-SUPP-COUNT.
           DISPLAY 'Historique copie     : ' WS-HIST-COUNT.
           DISPLAY 'Phrases copiees      : ' WS-PHRASE-COUNT.

           PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END.

           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
      * Le code retour n'est positionne qu'apres le dernier ordre
      * SQL : chaque EXEC SQL est un CALL ocesql qui recharge
      * RETURN-CODE, comme le note payssql
           IF WS-FS-RC NOT = ZERO
               MOVE WS-FS-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
       0010-INIT-START.

      *****************************************
      *  Cle de masquage : ANONSQL_CLE, la    *
      *  meme a chaque copie pour que les     *
      *  memes contacts gardent les memes     *
      *  faux noms d'une copie a l'autre. A   *
      *  defaut, cle du passage (date+heure) :*
      *  copie coherente en elle-meme, mais   *
      *  differente de la precedente.         *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT SQL-ANON-KEY
               FROM ENVIRONMENT "ANONSQL_CLE".

           IF SQL-ANON-KEY = SPACE
               MOVE 'N' TO WS-KEY-GIVEN
               STRING WS-RUN-DATE    DELIMITED BY SIZE
                      WS-RUN-TIME    DELIMITED BY SIZE
                      INTO SQL-ANON-KEY
               END-STRING
               DISPLAY 'ANONSQL_CLE absente : cle propre a ce '
                   'passage, faux noms differents de la copie '
                   'precedente.'
           END-IF.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Schema anon de la copie de test, et  *
      *  table des faux noms (anon_name :     *
      *  F = prenoms feminins, M = prenoms    *
      *  masculins, L = noms de famille),     *
      *  amorcee si vide comme country_ref    *
      *  dans countrydb. Colonnes de databank *
      *  et tables copiees creees si absentes *
      *  (memes definitions que loaddb,       *
      *  suppdb et mailext).                  *
      *****************************************

           EXEC SQL
               CREATE SCHEMA IF NOT EXISTS anon
           END-EXEC.

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS active CHAR(1) DEFAULT 'Y'
           END-EXEC.

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS anon_name
                   (kind CHAR(1),
                    seq  NUMERIC,
                    name VARCHAR(50))
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon_name
           END-EXEC.

           IF SQL-COUNT = 0 THEN
               PERFORM 0017-NAMESEED-START THRU 0017-NAMESEED-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

       0015-SCHEMA-SETUP-END.
           EXIT.

      ******************************************************************
       0017-NAMESEED-START.

      *****************************************
      *  Faux noms courants FR / BE / LU :    *
      *  seq de 0 a n-1, le hachage de la     *
      *  valeur reelle modulo n donne le rang *
      *****************************************

           EXEC SQL
               INSERT INTO anon_name (kind, seq, name)
               SELECT 'F', t.ord - 1, t.nm
               FROM UNNEST(ARRAY[
                    'Marie', 'Nathalie', 'Isabelle', 'Sylvie',
                    'Catherine', 'Martine', 'Christine', 'Sophie',
                    'Valerie', 'Sandrine', 'Stephanie', 'Celine',
                    'Julie', 'Aurelie', 'Camille', 'Emma', 'Lea',
                    'Chloe', 'Manon', 'Sarah', 'Laura', 'Pauline',
                    'Claire', 'Anne', 'Helene', 'Caroline', 'Elodie',
                    'Emilie', 'Lucie', 'Amandine', 'Charlotte', 'Alice',
                    'Ines', 'Louise', 'Jeanne', 'Margaux', 'Juliette',
                    'Elise', 'Monique', 'Francoise'])
                    WITH ORDINALITY AS t(nm, ord)
           END-EXEC.

           EXEC SQL
               INSERT INTO anon_name (kind, seq, name)
               SELECT 'M', t.ord - 1, t.nm
               FROM UNNEST(ARRAY[
                    'Jean', 'Pierre', 'Michel', 'Philippe', 'Alain',
                    'Nicolas', 'Christophe', 'Patrick', 'Laurent',
                    'Frederic', 'Stephane', 'David', 'Olivier', 'Eric',
                    'Thomas', 'Julien', 'Sebastien', 'Antoine',
                    'Maxime', 'Alexandre', 'Hugo', 'Lucas', 'Louis',
                    'Gabriel', 'Arthur', 'Nathan', 'Paul', 'Mathieu',
                    'Vincent', 'Francois', 'Bernard', 'Daniel', 'Marc',
                    'Luc', 'Guillaume', 'Benoit', 'Xavier', 'Yves',
                    'Didier', 'Romain'])
                    WITH ORDINALITY AS t(nm, ord)
           END-EXEC.

           EXEC SQL
               INSERT INTO anon_name (kind, seq, name)
               SELECT 'L', t.ord - 1, t.nm
               FROM UNNEST(ARRAY[
                    'Martin', 'Bernard', 'Dubois', 'Thomas', 'Robert',
                    'Richard', 'Petit', 'Durand', 'Leroy', 'Moreau',
                    'Simon', 'Laurent', 'Lefebvre', 'Michel', 'Garcia',
                    'David', 'Bertrand', 'Roux', 'Vincent', 'Fournier',
                    'Morel', 'Girard', 'Andre', 'Lefevre', 'Mercier',
                    'Dupont', 'Lambert', 'Bonnet', 'Francois',
                    'Martinez', 'Legrand', 'Garnier', 'Faure',
                    'Rousseau', 'Blanc', 'Guerin', 'Muller', 'Henry',
                    'Roussel', 'Nicolas', 'Perrin', 'Morin', 'Mathieu',
                    'Clement', 'Gauthier', 'Dumont', 'Peeters',
                    'Fontaine', 'Chevalier', 'Robin', 'Masson',
                    'Janssens', 'Gerard', 'Maes', 'Boyer', 'Denis',
                    'Lemaire', 'Duval', 'Joly', 'Gautier', 'Roger',
                    'Roche', 'Wouters', 'Noel', 'Meyer', 'Lucas',
                    'Meunier', 'Jacobs', 'Mertens', 'Marchand',
                    'Dufour', 'Blanchard', 'Willems', 'Barbier', 'Brun',
                    'Dumas', 'Brunet', 'Schmitt', 'Leroux', 'Colin'])
                    WITH ORDINALITY AS t(nm, ord)
           END-EXEC.

       0017-NAMESEED-END.
           EXIT.

      ******************************************************************
       0020-JOBSTART-START.

      *****************************************
      *  Registre des passages (job_history) :*
      *  une ligne RUNNING a l'ouverture,     *
      *  completee par 0080-JOBEND-START,     *
      *  comme dans loaddb et fournsql        *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS job_history
                   (run_id     SERIAL,
                    program_id VARCHAR(30),
                    run_start  TIMESTAMP,
                    run_end    TIMESTAMP,
                    status     VARCHAR(10),
                    key_counts VARCHAR(200))
           END-EXEC.

           EXEC SQL
               INSERT INTO job_history
                   (program_id, run_start, status)
               VALUES
                   ('anonsql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'anonsql'
                 AND status = 'RUNNING'
           END-EXEC.

      * Commit immediat : un abend plus loin doit laisser la ligne
      * RUNNING visible, c'est elle qui trahit le run plante
           EXEC SQL COMMIT WORK END-EXEC.

       0020-JOBSTART-END.
           EXIT.

      ******************************************************************
       0080-JOBEND-START.

      *****************************************
      *  Cloture de la ligne du registre      *
      *  ouverte par 0020-JOBSTART-START,     *
      *  avec les comptes cles du run         *
      *****************************************

           IF SQL-JOB-STATUS = SPACE THEN
               MOVE 'OK' TO SQL-JOB-STATUS
           END-IF.
           INITIALIZE SQL-JOB-COUNTS.
           STRING 'contacts='         DELIMITED BY SIZE
                  WS-DATABANK-COUNT   DELIMITED BY SIZE
                  ' suppr='           DELIMITED BY SIZE
                  WS-SUPP-COUNT       DELIMITED BY SIZE
                  ' historique='      DELIMITED BY SIZE
                  WS-HIST-COUNT       DELIMITED BY SIZE
                  ' phrases='         DELIMITED BY SIZE
                  WS-PHRASE-COUNT     DELIMITED BY SIZE
                  ' cle='             DELIMITED BY SIZE
                  WS-KEY-GIVEN        DELIMITED BY SIZE
                  INTO SQL-JOB-COUNTS
           END-STRING.

           EXEC SQL
               UPDATE job_history
               SET run_end    = CURRENT_TIMESTAMP,
                   status     = :SQL-JOB-STATUS,
                   key_counts = :SQL-JOB-COUNTS
               WHERE run_id = :SQL-JOB-RUN-ID
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.

       0080-JOBEND-END.
           EXIT.

      ******************************************************************
       7010-COPIE-START.

      *****************************************
      *  Copie dans le schema anon, dans une  *
      *  seule unite de travail : databank    *
      *  entier (toutes ses colonnes, actifs  *
      *  et retires), les suppressions et    *
      *  l'historique d'envoi de ces contacts,*
      *  et la table phrase. Les adresses     *
      *  postales ne sont pas copiees.        *
      *****************************************

           EXEC SQL DROP TABLE IF EXISTS anon.databank END-EXEC.
           EXEC SQL DROP TABLE IF EXISTS anon.suppression END-EXEC.
           EXEC SQL DROP TABLE IF EXISTS anon.mailing_history END-EXEC.
           EXEC SQL DROP TABLE IF EXISTS anon.phrase END-EXEC.

           EXEC SQL
               CREATE TABLE anon.databank
                   (LIKE databank INCLUDING DEFAULTS)
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO anon.databank
               SELECT * FROM databank
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE anon.suppression
                   (LIKE suppression INCLUDING DEFAULTS)
           END-EXEC.

      * Opt-out d'un contact copie, ou par email seul (sans id) :
      * l'email est masque plus bas avec la meme regle que
      * databank, la suppression par email reste donc effective
           EXEC SQL
               INSERT INTO anon.suppression
               SELECT * FROM suppression s
               WHERE s.id IN (SELECT d.id FROM anon.databank d)
                  OR TRIM(COALESCE(s.id, '')) = ''
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE anon.mailing_history
                   (LIKE mailing_history INCLUDING DEFAULTS)
           END-EXEC.

           EXEC SQL
               INSERT INTO anon.mailing_history
               SELECT * FROM mailing_history h
               WHERE h.id IN (SELECT d.id FROM anon.databank d)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE anon.phrase
                   (LIKE phrase INCLUDING DEFAULTS)
           END-EXEC.

           EXEC SQL
               INSERT INTO anon.phrase
               SELECT * FROM phrase
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

       7010-COPIE-END.
           EXIT.

      ******************************************************************
       7020-MASQUE-START.

      *****************************************
      *  Masquage, par valeur et non par      *
      *  ligne : une meme valeur reelle (nom  *
      *  en majuscules, email en minuscules,  *
      *  chiffres du telephone) donne         *
      *  toujours la meme fausse valeur, donc *
      *  doublons (dedupdb) et foyers         *
      *  (foyersql) se retrouvent dans la     *
      *  copie. Rang = hachage MD5 (valeur +  *
      *  cle) sur 28 bits.                    *
      *  - prenom : liste F ou M selon le     *
      *    sexe (F/W = feminin) ;             *
      *  - nom : liste L, compose (Nom-Nom)   *
      *    une fois sur trois ;               *
      *  - email : c + 8 chiffres @ domaine   *
      *    reserve example.com/org/net ;      *
      *  - telephone : + et 4 premiers        *
      *    chiffres gardes (indicatif), le    *
      *    reste remplace, meme longueur ;    *
      *  - date de naissance : meme mois,     *
      *    jour remplace (age et tranches     *
      *    inchanges a un mois pres).         *
      *  Pays, code pays, langue, sexe et age *
      *  ne sont pas touches.                 *
      *****************************************

           EXEC SQL
               UPDATE anon.databank d
               SET first_name =
                   CASE WHEN TRIM(COALESCE(d.first_name, '')) = ''
                        THEN d.first_name
                        ELSE
                   (SELECT n.name FROM anon_name n
                    WHERE n.kind =
                          CASE WHEN UPPER(LEFT(TRIM(
                                    COALESCE(d.gender, ' ')), 1))
                                    IN ('F', 'W')
                               THEN 'F' ELSE 'M' END
                      AND n.seq =
                          MOD(CAST(CAST('x' || SUBSTR(MD5(
                              UPPER(TRIM(d.first_name)) || 'P' ||
                              :SQL-ANON-KEY), 1, 7) AS BIT(28))
                              AS INTEGER),
                              (SELECT COUNT(*) FROM anon_name c
                               WHERE c.kind = n.kind)))
                        END,
                   last_name =
                   CASE WHEN TRIM(COALESCE(d.last_name, '')) = ''
                        THEN d.last_name
                        ELSE
                   (SELECT n.name FROM anon_name n
                    WHERE n.kind = 'L'
                      AND n.seq =
                          MOD(CAST(CAST('x' || SUBSTR(MD5(
                              UPPER(TRIM(d.last_name)) || 'L1' ||
                              :SQL-ANON-KEY), 1, 7) AS BIT(28))
                              AS INTEGER),
                              (SELECT COUNT(*) FROM anon_name c
                               WHERE c.kind = 'L')))
                   ||
                   CASE WHEN MOD(CAST(CAST('x' || SUBSTR(MD5(
                             UPPER(TRIM(d.last_name)) || 'LC' ||
                             :SQL-ANON-KEY), 1, 7) AS BIT(28))
                             AS INTEGER), 3) = 0
                        THEN '-' ||
                   (SELECT n.name FROM anon_name n
                    WHERE n.kind = 'L'
                      AND n.seq =
                          MOD(CAST(CAST('x' || SUBSTR(MD5(
                              UPPER(TRIM(d.last_name)) || 'L2' ||
                              :SQL-ANON-KEY), 1, 7) AS BIT(28))
                              AS INTEGER),
                              (SELECT COUNT(*) FROM anon_name c
                               WHERE c.kind = 'L')))
                        ELSE '' END
                        END,
                   email =
                   CASE WHEN TRIM(COALESCE(d.email, '')) = ''
                        THEN d.email
                        ELSE 'c' ||
                   LPAD(CAST(MOD(CAST(CAST('x' || SUBSTR(MD5(
                        LOWER(TRIM(d.email)) || 'E' ||
                        :SQL-ANON-KEY), 1, 7) AS BIT(28))
                        AS INTEGER), 100000000) AS VARCHAR), 8, '0')
                   || '@example.' ||
                   CASE MOD(CAST(CAST('x' || SUBSTR(MD5(
                        LOWER(TRIM(d.email)) || 'D' ||
                        :SQL-ANON-KEY), 1, 7) AS BIT(28))
                        AS INTEGER), 3)
                        WHEN 0 THEN 'com'
                        WHEN 1 THEN 'org'
                        ELSE 'net' END
                        END,
                   info_phone =
                   CASE WHEN REGEXP_REPLACE(COALESCE(d.info_phone, ''),
                                            '[^0-9]', '', 'g') = ''
                        THEN d.info_phone
                        ELSE
                   CASE WHEN LEFT(TRIM(d.info_phone), 1) = '+'
                        THEN '+' ELSE '' END ||
                   LEFT(REGEXP_REPLACE(d.info_phone,
                                       '[^0-9]', '', 'g'), 4) ||
                   SUBSTR(TRANSLATE(MD5(
                          REGEXP_REPLACE(d.info_phone,
                                         '[^0-9]', '', 'g') ||
                          'T' || :SQL-ANON-KEY),
                          'abcdef', '012345'), 1,
                          GREATEST(LENGTH(REGEXP_REPLACE(
                                   d.info_phone, '[^0-9]', '', 'g'))
                                   - 4, 0))
                        END,
                   birth_date =
                   CASE WHEN d.birth_date IS NULL
                        THEN d.birth_date
                        ELSE CAST(DATE_TRUNC('month', d.birth_date)
                                  AS DATE) +
                   MOD(CAST(CAST('x' || SUBSTR(MD5(
                       TRIM(d.id) || 'N' ||
                       :SQL-ANON-KEY), 1, 7) AS BIT(28))
                       AS INTEGER), 28)
                        END
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

      * Meme regle d'email que databank pour la liste d'opt-out
           EXEC SQL
               UPDATE anon.suppression s
               SET email =
                   CASE WHEN TRIM(COALESCE(s.email, '')) = ''
                        THEN s.email
                        ELSE 'c' ||
                   LPAD(CAST(MOD(CAST(CAST('x' || SUBSTR(MD5(
                        LOWER(TRIM(s.email)) || 'E' ||
                        :SQL-ANON-KEY), 1, 7) AS BIT(28))
                        AS INTEGER), 100000000) AS VARCHAR), 8, '0')
                   || '@example.' ||
                   CASE MOD(CAST(CAST('x' || SUBSTR(MD5(
                        LOWER(TRIM(s.email)) || 'D' ||
                        :SQL-ANON-KEY), 1, 7) AS BIT(28))
                        AS INTEGER), 3)
                        WHEN 0 THEN 'com'
                        WHEN 1 THEN 'org'
                        ELSE 'net' END
                        END
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

       7020-MASQUE-END.
           EXIT.

      ******************************************************************
       7030-CONTROLE-START.

      *****************************************
      *  Controle avant validation : autant   *
      *  de contacts que la source, aucun     *
      *  email reel dans la copie (contacts   *
      *  et opt-out), aucun telephone reel    *
      *  reste au meme contact. Un echec =    *
      *  copie abandonnee (ROLLBACK), statut  *
      *  DESEQ et code retour 8, comme la     *
      *  verification de extrdb. Un prenom +  *
      *  nom identique au reel (nom courant   *
      *  tombe sur lui-meme) est seulement    *
      *  compte.                              *
      *****************************************

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon.databank
           END-EXEC.
           MOVE SQL-COUNT TO WS-DATABANK-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-SOURCE-COUNT
               FROM databank
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon.suppression
           END-EXEC.
           MOVE SQL-COUNT TO WS-SUPP-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon.mailing_history
           END-EXEC.
           MOVE SQL-COUNT TO WS-HIST-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon.phrase
           END-EXEC.
           MOVE SQL-COUNT TO WS-PHRASE-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM (SELECT a.email FROM anon.databank a
                     UNION ALL
                     SELECT s.email FROM anon.suppression s) x
               WHERE TRIM(COALESCE(x.email, '')) <> ''
                 AND LOWER(TRIM(x.email)) IN
                     (SELECT LOWER(TRIM(d.email)) FROM databank d
                      WHERE TRIM(COALESCE(d.email, '')) <> ''
                      UNION
                      SELECT LOWER(TRIM(r.email)) FROM suppression r
                      WHERE TRIM(COALESCE(r.email, '')) <> '')
           END-EXEC.
           MOVE SQL-COUNT TO WS-LEAK-EMAIL.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon.databank a
               JOIN databank d
                 ON d.id = a.id
               WHERE LENGTH(REGEXP_REPLACE(COALESCE(d.info_phone, ''),
                                           '[^0-9]', '', 'g')) > 4
                 AND a.info_phone = d.info_phone
           END-EXEC.
           MOVE SQL-COUNT TO WS-LEAK-PHONE.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM anon.databank a
               JOIN databank d
                 ON d.id = a.id
               WHERE TRIM(COALESCE(d.last_name, '')) <> ''
                 AND UPPER(a.first_name) = UPPER(d.first_name)
                 AND UPPER(a.last_name) = UPPER(d.last_name)
           END-EXEC.
           MOVE SQL-COUNT TO WS-SAME-NAME.

           IF SQL-SOURCE-COUNT NOT = WS-DATABANK-COUNT OR
              WS-LEAK-EMAIL NOT = ZERO OR
              WS-LEAK-PHONE NOT = ZERO THEN
               DISPLAY 'Controle de masquage en echec : copie '
                   'abandonnee (contacts ' WS-DATABANK-COUNT ' / '
                   SQL-SOURCE-COUNT ', emails reels ' WS-LEAK-EMAIL
                   ', telephones reels ' WS-LEAK-PHONE ').'
               MOVE 'DESEQ' TO SQL-JOB-STATUS
               MOVE 8 TO WS-FS-RC
           END-IF.

       7030-CONTROLE-END.
           EXIT.

      ******************************************************************
       7040-RAPPORT-START.

      *****************************************
      *  Compte rendu : lignes copiees par    *
      *  table et resultat du controle        *
      *****************************************

           IF WS-KEY-GIVEN = 'O'
               MOVE 'ANONSQL_CLE' TO WS-KL-TEXT
           ELSE
               MOVE 'cle du passage (ANONSQL_CLE absente)'
                   TO WS-KL-TEXT
           END-IF.
           MOVE WS-KEY-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-COPIE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'anon.databank'               TO WS-CT-LABEL.
           MOVE WS-DATABANK-COUNT             TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'anon.suppression'            TO WS-CT-LABEL.
           MOVE WS-SUPP-COUNT                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'anon.mailing_history'        TO WS-CT-LABEL.
           MOVE WS-HIST-COUNT                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'anon.phrase'                 TO WS-CT-LABEL.
           MOVE WS-PHRASE-COUNT               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE PT-ETOILE   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-CONTROLE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts en base de production'    TO WS-CT-LABEL.
           MOVE SQL-SOURCE-COUNT              TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Emails reels restants'       TO WS-CT-LABEL.
           MOVE WS-LEAK-EMAIL                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Telephones reels restants'   TO WS-CT-LABEL.
           MOVE WS-LEAK-PHONE                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Prenom + nom egaux au reel'  TO WS-CT-LABEL.
           MOVE WS-SAME-NAME                  TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           IF WS-FS-RC = ZERO
               MOVE 'Controle : OK, copie validee.' TO RAPPORT-ENTRY
           ELSE
               MOVE 'Controle : ECHEC, copie precedente conservee.'
                   TO RAPPORT-ENTRY
           END-IF.
           WRITE RAPPORT-ENTRY.

       7040-RAPPORT-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
      * Erreur base : ROLLBACK et arret, la copie precedente du
      * schema anon reste en place (DROP et CREATE sont annules)
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
      ******************************************************************
