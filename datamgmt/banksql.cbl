       01  PT-NOPHRASE  PIC X(27) VALUE '*   CODES SANS PHRASE     *'.
       01  PT-STALE     PIC X(27) VALUE '*  DONNEES NON NETTOYEES  *'.
       01  PT-TREND     PIC X(27) VALUE '*       TENDANCES         *'.
       01  PT-FOYER     PIC X(27) VALUE '*     FOYERS PAR PAYS     *'.

      *****************************************
      *        VARIABLE AFFICHAGE             *

       01  WS-DATA-FRESH         PIC X(01) VALUE 'Y'.

      * Contacts actifs et foyers (table household de foyersql)
      * par pays, taille moyenne = membres / foyers
       01  WS-FOYER-LINE.
           05  WS-FY-COUNTRY     PIC X(30).
           05  FILLER            PIC X(11) VALUE ' contacts: '.
           05  WS-FY-CONTACTS    PIC 9(07).
           05  FILLER            PIC X(09) VALUE ' foyers: '.
           05  WS-FY-FOYERS      PIC 9(07).
           05  FILLER            PIC X(14) VALUE ' taille moy.: '.
           05  WS-FY-AVG         PIC ZZ9,99.

       01  WS-FY-AVG-CALC        PIC 9(03)V99 VALUE ZERO.

      *****************************************
      *        VARIABLE TENDANCES             *
      *****************************************
           05  SQL-JOB-STATUS         PIC X(10).
           05  SQL-JOB-COUNTS         PIC X(200).

       01  SQL-FOYER.
           05  SQL-FY-COUNTRY         PIC X(50).
           05  SQL-FY-CONTACTS        PIC 9(10).
           05  SQL-FY-MEMBERS         PIC 9(10).
           05  SQL-FY-FOYERS          PIC 9(10).

       01  SQL-FRESH-COUNT            PIC 9(10).
       01  SQL-ACTIVE-COUNT           PIC 9(10).

               WHERE language IS NULL
           END-EXEC.

      * Foyers de la nuit (foyersql) : creation si absente, la
      * section 7045 ne doit pas dependre d'un passage de foyersql
           EXEC SQL
               CREATE TABLE IF NOT EXISTS household
                   (household_id   NUMERIC,
                    id             VARCHAR(50),
                    primary_member CHAR(1),
                    household_size NUMERIC,
                    built_date     DATE)
           END-EXEC.

           PERFORM 0012-COUNTRYREF-START   THRU 0012-COUNTRYREF-END.
           PERFORM 0020-JOBSTART-START     THRU 0020-JOBSTART-END.
           PERFORM 0030-FRESHGUARD-START   THRU 0030-FRESHGUARD-END.
           PERFORM 7033-PHRASECTL-START    THRU 7033-PHRASECTL-END.
           PERFORM 7035-PHONE-START        THRU 7035-PHONE-END.
           PERFORM 7040-GENDER-START       THRU 7040-GENDER-END.
           PERFORM 7045-FOYER-START        THRU 7045-FOYER-END.
           PERFORM 7050-STATS-START        THRU 7050-STATS-END.
           PERFORM 7060-TREND-START        THRU 7060-TREND-END.

       7040-GENDER-END.
           EXIT.

      ******************************************************************
       7045-FOYER-START.

      *****************************************
      *  Contacts actifs par pays, nombre de  *
      *  foyers et taille moyenne du foyer.   *
      *  Un contact absent de household (cree *
      *  depuis le passage de foyersql) ne    *
      *  compte que dans les contacts ; un    *
      *  foyer a cheval sur deux pays compte  *
      *  dans chacun. Meme calcul que         *
      *  7040-PAYS-START de foyersql.         *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-FOYER  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRFOYER CURSOR FOR
               SELECT databank.country, COUNT(*), COUNT(household.id),
                      COUNT(DISTINCT household.household_id)
               FROM databank
               LEFT JOIN household
                 ON household.id = databank.id
               WHERE databank.active = 'Y'
               GROUP BY databank.country
               ORDER BY databank.country
           END-EXEC.

           EXEC SQL
           OPEN CRFOYER
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
               FETCH CRFOYER
               INTO :SQL-FY-COUNTRY, :SQL-FY-CONTACTS,
                    :SQL-FY-MEMBERS, :SQL-FY-FOYERS
               END-EXEC
               IF SQLCODE = 0 THEN
                   MOVE SQL-FY-COUNTRY      TO WS-FY-COUNTRY
                   MOVE SQL-FY-CONTACTS     TO WS-FY-CONTACTS
                   MOVE SQL-FY-FOYERS       TO WS-FY-FOYERS
                   MOVE ZERO TO WS-FY-AVG-CALC
                   IF SQL-FY-FOYERS > 0
                       COMPUTE WS-FY-AVG-CALC ROUNDED =
                           SQL-FY-MEMBERS / SQL-FY-FOYERS
                   END-IF
                   MOVE WS-FY-AVG-CALC      TO WS-FY-AVG
                   MOVE WS-FOYER-LINE       TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY

      * pays entre guillemets (virgule possible), et la moyenne
      * aussi : elle porte la virgule decimale
                   MOVE SQL-FY-COUNTRY TO WS-CSV-FIELD
                   PERFORM 9000-CSV-QUOTE-START THRU 9000-CSV-QUOTE-END
                   MOVE WS-CSV-QUOTED TO WS-CSV-Q-COUNTRY

                   INITIALIZE RAPPORT-CSV-ENTRY
                   STRING
                     'FOYERS,'                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-Q-COUNTRY)  DELIMITED BY SIZE
                     ','                              DELIMITED BY SIZE
                     WS-FY-CONTACTS                   DELIMITED BY SIZE
                     ','                              DELIMITED BY SIZE
                     WS-FY-FOYERS                     DELIMITED BY SIZE
                     ',"'                             DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FY-AVG)         DELIMITED BY SIZE
                     '"'                              DELIMITED BY SIZE
                     INTO RAPPORT-CSV-ENTRY
                   END-STRING
                   WRITE RAPPORT-CSV-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
           CLOSE CRFOYER
           END-EXEC.

       7045-FOYER-END.
           EXIT.

      ******************************************************************
       7050-STATS-START.

      *  passage, l'historique ne vit que     *
      *  dans cette table) : total actifs,    *
      *  ages min/max, tranches age/sexe,     *
      *  comptes par pays, foyers par pays -  *
      *  cle = run_id du registre job_history.*
      *****************************************

           EXEC SQL
               GROUP BY country
           END-EXEC.

      * Memes foyers par pays que 7045-FOYER-START
           EXEC SQL
               INSERT INTO stats_history
               SELECT :SQL-JOB-RUN-ID, CURRENT_TIMESTAMP,
                      'FOYERS', databank.country,
                      COUNT(DISTINCT household.household_id)
               FROM databank
               JOIN household
                 ON household.id = databank.id
               WHERE databank.active = 'Y'
               GROUP BY databank.country
           END-EXEC.

       7050-STATS-END.
           EXIT.

