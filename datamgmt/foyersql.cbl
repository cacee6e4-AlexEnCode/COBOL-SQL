      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql foyersql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. foyersql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Synthese du regroupement en foyers de la nuit (la table
      * household est reconstruite a chaque passage)
           SELECT RAPPORT ASSIGN TO 'foyers.dat'
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
       01  PT-ENTETE    PIC X(27) VALUE '*   FOYERS (HOUSEHOLDS)   *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-TOTAUX    PIC X(27) VALUE '*         TOTAUX          *'.
       01  PT-PAYS      PIC X(27) VALUE '*     FOYERS PAR PAYS     *'.

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(07).

      * Une ligne par pays : contacts actifs, foyers, taille moyenne
       01  WS-PAYS-LINE.
           05  WS-PY-COUNTRY     PIC X(30).
           05  FILLER            PIC X(11) VALUE ' contacts: '.
           05  WS-PY-CONTACTS    PIC 9(07).
           05  FILLER            PIC X(09) VALUE ' foyers: '.
           05  WS-PY-FOYERS      PIC 9(07).
           05  FILLER            PIC X(14) VALUE ' taille moy.: '.
           05  WS-PY-AVG         PIC ZZ9,99.

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
      * Propagation des regroupements : une passe rapproche d'un
      * cran les membres relies en chaine (meme nom + telephone
      * qu'un membre, meme adresse qu'un autre...) ; au-dela de
      * WS-PASS-MAX passes le regroupement s'arrete (message)
       01  WS-PASS-COUNTER       PIC 9(03) VALUE ZERO.
       01  WS-PASS-MAX           PIC 9(03) VALUE 50.

       01  WS-CONTACT-TOTAL      PIC 9(07) VALUE ZERO.
       01  WS-FOYER-TOTAL        PIC 9(07) VALUE ZERO.
       01  WS-MULTI-TOTAL        PIC 9(07) VALUE ZERO.
       01  WS-GROUPED-TOTAL      PIC 9(07) VALUE ZERO.
       01  WS-AVG                PIC 9(03)V99 VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-CHANGE-COUNT        PIC 9(10).
       01  SQL-CONTACT-COUNT       PIC 9(10).
       01  SQL-FOYER-COUNT         PIC 9(10).
       01  SQL-MAX-SIZE            PIC 9(10).

       01  SQL-PAYS.
           05  SQL-PY-COUNTRY       PIC X(50).
           05  SQL-PY-CONTACTS      PIC 9(10).
           05  SQL-PY-MEMBERS       PIC 9(10).
           05  SQL-PY-FOYERS        PIC 9(10).

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

           PERFORM 0015-SCHEMA-SETUP-START THRU 0015-SCHEMA-SETUP-END.
           PERFORM 0020-JOBSTART-START     THRU 0020-JOBSTART-END.

           PERFORM 7010-WORK-START    THRU 7010-WORK-END.
           PERFORM 7020-PROPAGE-START THRU 7020-PROPAGE-END.
           PERFORM 7030-BUILD-START   THRU 7030-BUILD-END.

           OPEN OUTPUT RAPPORT.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ENTETE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           PERFORM 7040-PAYS-START    THRU 7040-PAYS-END.
           PERFORM 7060-TOTAUX-START  THRU 7060-TOTAUX-END.

           CLOSE RAPPORT.

           DISPLAY 'Contacts actifs      : ' WS-CONTACT-TOTAL.
           DISPLAY 'Foyers               : ' WS-FOYER-TOTAL.
           DISPLAY 'Foyers a plusieurs   : ' WS-MULTI-TOTAL.
           DISPLAY 'Passes de propagation: ' WS-PASS-COUNTER.

           PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END.

           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Table des foyers : une ligne par     *
      *  contact actif, avec le numero de son *
      *  foyer, le membre principal (Y) et la *
      *  taille du foyer. Les adresses sont   *
      *  creees si absentes (meme CREATE que  *
      *  loaddb et maintdb) : sans adresse,   *
      *  seul le nom + telephone regroupe.    *
      *****************************************

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS active CHAR(1) DEFAULT 'Y'
           END-EXEC.

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

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
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS household
                   (household_id   NUMERIC,
                    id             VARCHAR(50),
                    primary_member CHAR(1),
                    household_size NUMERIC,
                    built_date     DATE)
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.

       0015-SCHEMA-SETUP-END.
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
                   ('foyersql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'foyersql'
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
           STRING 'contacts='          DELIMITED BY SIZE
                  WS-CONTACT-TOTAL     DELIMITED BY SIZE
                  ' foyers='           DELIMITED BY SIZE
                  WS-FOYER-TOTAL       DELIMITED BY SIZE
                  ' multi='            DELIMITED BY SIZE
                  WS-MULTI-TOTAL       DELIMITED BY SIZE
                  ' passes='           DELIMITED BY SIZE
                  WS-PASS-COUNTER      DELIMITED BY SIZE
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
       7010-WORK-START.

      *****************************************
      *  Table de travail de la session : un  *
      *  contact actif par ligne avec ses     *
      *  deux cles de regroupement -          *
      *  nom + telephone (chiffres seuls) et  *
      *  adresse courrier valide (pays, code  *
      *  postal, rue, en majuscules sans      *
      *  espaces multiples) - et son foyer    *
      *  provisoire (son propre id au depart).*
      *  Une cle vide ne regroupe personne.   *
      *****************************************

           EXEC SQL
               CREATE TEMPORARY TABLE IF NOT EXISTS household_work
                   (id        VARCHAR(50),
                    name_key  VARCHAR(120),
                    addr_key  VARCHAR(150),
                    hh_key    VARCHAR(50),
                    age       NUMERIC)
           END-EXEC.

           EXEC SQL
               DELETE FROM household_work
           END-EXEC.

      * DISTINCT ON : un id present deux fois (doublon pas encore
      * traite par dedupdb) ne compte qu'une fois dans son foyer
           EXEC SQL
               INSERT INTO household_work
                   (id, name_key, addr_key, hh_key, age)
               SELECT DISTINCT ON (d.id)
                      d.id,
                      CASE WHEN TRIM(COALESCE(d.last_name, '')) <> ''
                            AND REGEXP_REPLACE(
                                COALESCE(d.info_phone, ''),
                                '[^0-9]', '', 'g') <> ''
                           THEN UPPER(TRIM(d.last_name)) || '|' ||
                                REGEXP_REPLACE(d.info_phone,
                                               '[^0-9]', '', 'g')
                           ELSE NULL END,
                      (SELECT UPPER(TRIM(a.country_code)) || '|' ||
                              UPPER(REPLACE(a.postcode, ' ', ''))
                              || '|' ||
                              UPPER(REGEXP_REPLACE(TRIM(a.street1),
                                    '[[:space:]]+', ' ', 'g'))
                       FROM contact_address a
                       WHERE a.id = d.id
                         AND a.mailing = 'Y'
                         AND a.status = 'V'
                       ORDER BY a.addr_seq DESC
                       LIMIT 1),
                      d.id,
                      CASE WHEN d.birth_date IS NOT NULL
                           THEN EXTRACT(YEAR FROM
                                AGE(CURRENT_DATE, d.birth_date))
                           ELSE d.age END
               FROM databank d
               WHERE d.active = 'Y'
               ORDER BY d.id
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

       7010-WORK-END.
           EXIT.

      ******************************************************************
       7020-PROPAGE-START.

      *****************************************
      *  Regroupement : chaque contact prend  *
      *  le plus petit foyer provisoire des   *
      *  contacts qui partagent sa cle nom +  *
      *  telephone ou sa cle adresse, passe   *
      *  apres passe, jusqu'a ce que plus     *
      *  rien ne bouge. Deux personnes reliees*
      *  par un intermediaire (meme telephone *
      *  que l'un, meme adresse que l'autre)  *
      *  finissent dans le meme foyer.        *
      *****************************************

           MOVE ZERO TO WS-PASS-COUNTER.
           MOVE 1    TO SQL-CHANGE-COUNT.

           PERFORM UNTIL SQL-CHANGE-COUNT = 0
                      OR WS-PASS-COUNTER >= WS-PASS-MAX
               ADD 1 TO WS-PASS-COUNTER

               EXEC SQL
                   UPDATE household_work w
                   SET hh_key = g.min_key
                   FROM (SELECT name_key, MIN(hh_key) AS min_key
                         FROM household_work
                         WHERE name_key IS NOT NULL
                         GROUP BY name_key) g
                   WHERE w.name_key = g.name_key
                     AND g.min_key < w.hh_key
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE household_work w
                   SET hh_key = g.min_key
                   FROM (SELECT addr_key, MIN(hh_key) AS min_key
                         FROM household_work
                         WHERE addr_key IS NOT NULL
                         GROUP BY addr_key) g
                   WHERE w.addr_key = g.addr_key
                     AND g.min_key < w.hh_key
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

      * Reste-t-il un contact dont un groupe porte un foyer plus
      * petit que le sien ?
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-CHANGE-COUNT
                   FROM household_work w
                   WHERE EXISTS
                         (SELECT 1 FROM household_work o
                          WHERE o.hh_key < w.hh_key
                            AND ((w.name_key IS NOT NULL
                                  AND o.name_key = w.name_key)
                              OR (w.addr_key IS NOT NULL
                                  AND o.addr_key = w.addr_key)))
               END-EXEC

               IF SQLCODE NOT = 0 THEN
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

      * Plafond de passes atteint : les foyers sont ecrits tels
      * quels (certains contacts relies en longue chaine peuvent
      * rester separes). Pas d'arret de la chaine pour autant - un
      * foyer coupe en deux vaut mieux que pas de lettre - le
      * nombre de passes reste visible dans key_counts
           IF SQL-CHANGE-COUNT NOT = 0 THEN
               DISPLAY 'Plafond de ' WS-PASS-MAX ' passes atteint, '
                   'regroupement incomplet.'
           END-IF.

       7020-PROPAGE-END.
           EXIT.

      ******************************************************************
       7030-BUILD-START.

      *****************************************
      *  Reconstruction de la table household *
      *  dans une seule unite de travail :    *
      *  numero de foyer dans l'ordre des     *
      *  foyers provisoires, membre principal *
      *  = celui qui a une adresse courrier   *
      *  valide, puis le plus age, puis le    *
      *  plus petit id. Un contact seul forme *
      *  un foyer d'une personne.             *
      *****************************************

           EXEC SQL
               DELETE FROM household
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO household
                   (household_id, id, primary_member, household_size,
                    built_date)
               SELECT DENSE_RANK() OVER (ORDER BY hh_key),
                      id,
                      CASE WHEN ROW_NUMBER() OVER
                                (PARTITION BY hh_key
                                 ORDER BY CASE WHEN addr_key IS NULL
                                               THEN 1 ELSE 0 END,
                                          COALESCE(age, 0) DESC,
                                          id) = 1
                           THEN 'Y' ELSE 'N' END,
                      COUNT(*) OVER (PARTITION BY hh_key),
                      CURRENT_DATE
               FROM household_work
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

       7030-BUILD-END.
           EXIT.

      ******************************************************************
       7040-PAYS-START.

      *****************************************
      *  Foyers par pays du contact : un      *
      *  foyer a cheval sur deux pays compte  *
      *  dans chacun (meme calcul que la      *
      *  section foyers de banksql)           *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-PAYS   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRPAYS CURSOR FOR
               SELECT d.country, COUNT(*), COUNT(h.id),
                      COUNT(DISTINCT h.household_id)
               FROM databank d
               LEFT JOIN household h
                 ON h.id = d.id
               WHERE d.active = 'Y'
               GROUP BY d.country
               ORDER BY d.country
           END-EXEC.

           EXEC SQL
               OPEN CRPAYS
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRPAYS
                   INTO :SQL-PY-COUNTRY, :SQL-PY-CONTACTS,
                        :SQL-PY-MEMBERS, :SQL-PY-FOYERS
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-PY-COUNTRY  TO WS-PY-COUNTRY
                   MOVE SQL-PY-CONTACTS TO WS-PY-CONTACTS
                   MOVE SQL-PY-FOYERS   TO WS-PY-FOYERS
                   MOVE ZERO TO WS-AVG
                   IF SQL-PY-FOYERS > 0
                       COMPUTE WS-AVG ROUNDED =
                           SQL-PY-MEMBERS / SQL-PY-FOYERS
                   END-IF
                   MOVE WS-AVG          TO WS-PY-AVG
                   MOVE WS-PAYS-LINE    TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRPAYS
           END-EXEC.

       7040-PAYS-END.
           EXIT.

      ******************************************************************
       7060-TOTAUX-START.

      *****************************************
      *  Totaux : contacts regroupes, foyers, *
      *  foyers de plusieurs personnes et     *
      *  taille du plus grand foyer           *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TOTAUX TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               SELECT COUNT(*), COUNT(DISTINCT household_id),
                      COALESCE(MAX(household_size), 0)
               INTO :SQL-CONTACT-COUNT, :SQL-FOYER-COUNT,
                    :SQL-MAX-SIZE
               FROM household
           END-EXEC.
           MOVE SQL-CONTACT-COUNT TO WS-CONTACT-TOTAL.
           MOVE SQL-FOYER-COUNT   TO WS-FOYER-TOTAL.

           EXEC SQL
               SELECT COUNT(*), COUNT(DISTINCT household_id)
               INTO :SQL-CONTACT-COUNT, :SQL-FOYER-COUNT
               FROM household
               WHERE household_size > 1
           END-EXEC.
           MOVE SQL-CONTACT-COUNT TO WS-GROUPED-TOTAL.
           MOVE SQL-FOYER-COUNT   TO WS-MULTI-TOTAL.

           MOVE 'Contacts actifs'             TO WS-CT-LABEL.
           MOVE WS-CONTACT-TOTAL              TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Foyers'                      TO WS-CT-LABEL.
           MOVE WS-FOYER-TOTAL                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Foyers de plusieurs personnes' TO WS-CT-LABEL.
           MOVE WS-MULTI-TOTAL                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts dans ces foyers'    TO WS-CT-LABEL.
           MOVE WS-GROUPED-TOTAL              TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Taille du plus grand foyer'  TO WS-CT-LABEL.
           MOVE SQL-MAX-SIZE                  TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Passes de regroupement'      TO WS-CT-LABEL.
           MOVE WS-PASS-COUNTER               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7060-TOTAUX-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
      * Erreur base : ROLLBACK et arret, la ligne du registre reste
      * RUNNING et chaindrv arrete la chaine sur cette etape - la
      * table household de la veille reste en place.
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
