           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-MAIL-STATUS.

      * Synthese du run : campagne extraite, puis nombre de lettres
      * produites par pays
           SELECT MAILSUM ASSIGN TO 'mailsum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  MAILHIST-ENTRY    PIC X(193).
      ******************************************************************

       WORKING-STORAGE SECTION.
      *****************************************
       01  WS-SEPARATEUR PIC X(40) VALUE ALL '-'.

      * Reference de la lettre (id contact / run_id du passage) :
      * le routeur la recopie dans son fichier de retours, c'est la
      * cle de rapprochement de retourdb avec mailing_history
       01  WS-REF-LINE.
           05  FILLER            PIC X(15) VALUE 'Reference    : '.
           05  WS-RL-ID          PIC X(20).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-RL-RUN-ID      PIC 9(10).

       01  WS-DEST-LINE.
           05  FILLER            PIC X(15) VALUE 'Destinataire : '.
           05  WS-DL-FISTNAME    PIC X(20).
           05  FILLER            PIC X(10) VALUE ' Langue : '.
           05  WS-PL-SPOKEN      PIC X(20).

      * Adresse courrier du contact (contact_address, mailing = 'Y'
      * et statut V) : lignes a blanc quand il n'en a pas
       01  WS-ADR1-LINE.
           05  FILLER            PIC X(15) VALUE 'Adresse      : '.
           05  WS-AL-STREET1     PIC X(50).

       01  WS-ADR2-LINE.
           05  FILLER            PIC X(15) VALUE 'Complement   : '.
           05  WS-AL-STREET2     PIC X(50).

       01  WS-ADR3-LINE.
           05  FILLER            PIC X(15) VALUE 'Code postal  : '.
           05  WS-AL-POSTCODE    PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-AL-CITY        PIC X(40).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-AL-COUNTRY     PIC X(05).

       01  WS-PHRASE-LINE.
           05  FILLER            PIC X(15) VALUE 'Message      : '.
           05  WS-PH-PHRASE      PIC X(50).

       01  WS-CAMPSUM-LINE.
           05  FILLER            PIC X(11) VALUE 'Campagne : '.
           05  WS-CS-CAMPAIGN    PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-CS-NAME        PIC X(40).

       01  WS-SUMMARY-LINE.
           05  WS-SU-COUNTRY     PIC X(30).
           05  FILLER            PIC X(03) VALUE ' : '.
       01  WS-LETTER-COUNTER     PIC 9(07) VALUE ZERO.
       01  WS-SUPP-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-FREQ-SKIPPED       PIC 9(07) VALUE ZERO.
       01  WS-NOADDR-SKIPPED     PIC 9(07) VALUE ZERO.
       01  WS-HOUSE-SKIPPED      PIC 9(07) VALUE ZERO.
       01  WS-FREQ-ENV           PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-MAIL-RC            PIC 9(02) VALUE ZERO.

      * Ligne de synthese des lettres differees (cap de frequence)
       01  WS-FREQSUM-LINE.
           05  FILLER        PIC X(03) VALUE ' : '.
           05  WS-FS-COUNTER PIC 9(05).

      * Ligne de synthese des contacts sans adresse valide, ecartes
      * d'une campagne postale
       01  WS-NOADDRSUM-LINE.
           05  FILLER        PIC X(30)
                             VALUE 'Lettres sans adresse (postal)'.
           05  FILLER        PIC X(03) VALUE ' : '.
           05  WS-NA-COUNTER PIC 9(05).

      * Ligne de synthese des contacts ecartes en mode foyer : un
      * autre membre du foyer a deja sa lettre dans ce passage
       01  WS-HOUSESUM-LINE.
           05  FILLER        PIC X(30)
                             VALUE 'Lettres regroupees (foyer)'.
           05  FILLER        PIC X(03) VALUE ' : '.
           05  WS-HS-COUNTER PIC 9(05).

      * Meme dessin que l'enregistrement MAILHIST-ENTRY : une ligne
      * d'historique par lettre partie vers le routeur
       01  WS-MAILHIST-LINE.
           05  WS-MH-COUNTRY     PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-PHRASE      PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-CAMPAIGN    PIC X(20).
      * run_id du passage (meme reference que la lettre et que
      * mailing_history) : cle de rapprochement avec mailret.dat
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-RUN-ID      PIC 9(10).

      *****************************************
      *              VARIABLE SQL             *
           05  SQL-L-EMAIL            PIC X(50).
           05  SQL-L-SPOKEN           PIC X(50).
           05  SQL-L-QUOTE            PIC X(50).
           05  SQL-L-STREET1          PIC X(50).
           05  SQL-L-STREET2          PIC X(50).
           05  SQL-L-POSTCODE         PIC X(10).
           05  SQL-L-CITY             PIC X(50).
           05  SQL-L-ADR-COUNTRY      PIC X(10).

       01  SQL-SUPPSUM.
           05  SQL-S-COUNTRY          PIC X(50).
           05  SQL-S-COUNTER          PIC 9(05).

       01  SQL-L-ID                   PIC X(50).
       01  SQL-L-HOUSEHOLD            PIC 9(10).
       01  SQL-L-PRIMARY              PIC X(01).

       01  SQL-JOB.
           05  SQL-JOB-RUN-ID         PIC 9(10).
       01  SQL-FREQ-DAYS              PIC 9(05) VALUE 30.
       01  SQL-HIST-COUNT             PIC 9(10).

      * Campagne extraite (MAILEXT_CAMPAIGN) : PERMANENT, tous les
      * contacts actifs, quand aucune campagne n'est designee
       01  SQL-CAMPAIGN-ID            PIC X(20) VALUE 'PERMANENT'.
       01  SQL-CAMPAIGN-NAME          PIC X(50) VALUE SPACE.
      * Campagne postale (O) : les contacts sans adresse courrier
      * valide sont ecartes au lieu de partir avec une adresse vide
       01  SQL-CAMPAIGN-POSTAL        PIC X(01) VALUE 'N'.
       01  SQL-FOUND-COUNT            PIC 9(10).
      * Mode foyer (MAILEXT_FOYER=O) : une seule lettre par foyer de
      * la table household (foyersql), au membre principal quand il
      * est dans le segment, sinon au premier membre servi
       01  SQL-FOYER-MODE             PIC X(01) VALUE 'N'.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               MOVE FUNCTION NUMVAL(WS-FREQ-ENV) TO SQL-FREQ-DAYS
           END-IF.

      * Campagne a extraire, designee de la meme facon
           ACCEPT SQL-CAMPAIGN-ID
               FROM ENVIRONMENT "MAILEXT_CAMPAIGN".
           MOVE FUNCTION UPPER-CASE(SQL-CAMPAIGN-ID) TO SQL-CAMPAIGN-ID.
           IF SQL-CAMPAIGN-ID = SPACE
               MOVE 'PERMANENT' TO SQL-CAMPAIGN-ID
           END-IF.

      * Mode foyer, designe de la meme facon (O/Y = oui, sinon non)
           ACCEPT SQL-FOYER-MODE
               FROM ENVIRONMENT "MAILEXT_FOYER".
           MOVE FUNCTION UPPER-CASE(SQL-FOYER-MODE) TO SQL-FOYER-MODE.
           IF SQL-FOYER-MODE = 'Y'
               MOVE 'O' TO SQL-FOYER-MODE
           END-IF.
           IF SQL-FOYER-MODE NOT = 'O'
               MOVE 'N' TO SQL-FOYER-MODE
           END-IF.

      * Cle de langue sur la table phrase ('*' = phrase par defaut
      * du pays), comme dans banksql : les lignes historiques sans
      * langue deviennent la phrase par defaut - mailext ne doit pas
               WHERE language IS NULL
           END-EXEC.

      * Date de naissance : la tranche d'age des campagnes porte sur
      * l'age derive (idempotent, comme les ALTER TABLE de payssql)
           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

      * Liste de suppression (opt-out), maintenue par suppdb : un
      * contact qui y figure reste actif pour les rapports banksql
      * mais ne part jamais vers le routeur. Creation si absente,
                    phrase   VARCHAR(50))
           END-EXEC.

      * Historique par campagne : les envois anterieurs aux
      * campagnes sont rattaches a PERMANENT (idempotent, comme la
      * migration de la langue sur la table phrase)
           EXEC SQL
               ALTER TABLE mailing_history
               ADD COLUMN IF NOT EXISTS campaign_id VARCHAR(20)
           END-EXEC.

           EXEC SQL
               UPDATE mailing_history
               SET campaign_id = 'PERMANENT'
               WHERE campaign_id IS NULL
           END-EXEC.

           PERFORM 0012-CAMPAIGN-START THRU 0012-CAMPAIGN-END.

           PERFORM 0020-JOBSTART-START THRU 0020-JOBSTART-END.

      * Campagne inconnue, cloturee ou hors de ses dates : rien
      * n'est extrait, les fichiers de la veille ne sont pas
      * touches, statut REJET et code retour 8 comme un lot refuse
      * par loaddb
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(name), ' '),
                      COALESCE(MAX(postal), 'N')
               INTO :SQL-FOUND-COUNT, :SQL-CAMPAIGN-NAME,
                    :SQL-CAMPAIGN-POSTAL
               FROM campaign
               WHERE campaign_id = :SQL-CAMPAIGN-ID
                 AND active = 'Y'
                 AND start_date <= CURRENT_DATE
                 AND (end_date IS NULL OR end_date >= CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Campagne ' SQL-CAMPAIGN-ID ' inconnue, '
                   'cloturee ou hors de ses dates : aucune lettre.'
               MOVE 'REJET' TO SQL-JOB-STATUS
               MOVE 8 TO WS-MAIL-RC
               PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 0000-MAIN-END
           END-IF.

           DISPLAY 'Campagne : ' SQL-CAMPAIGN-ID ' '
               SQL-CAMPAIGN-NAME(1:40).

           OPEN OUTPUT MAILING.
           OPEN OUTPUT MAILSUM.

           MOVE SQL-CAMPAIGN-ID   TO WS-CS-CAMPAIGN.
           MOVE SQL-CAMPAIGN-NAME TO WS-CS-NAME.
           MOVE WS-CAMPSUM-LINE   TO MAILSUM-ENTRY.
           WRITE MAILSUM-ENTRY.

      * Journal hors ligne des envois : on accumule, jamais d'ecrase
           OPEN EXTEND MAILHIST.
           IF REC-HIST-STATUS NOT = '00'
           MOVE WS-FREQSUM-LINE TO MAILSUM-ENTRY.
           WRITE MAILSUM-ENTRY.

           IF SQL-CAMPAIGN-POSTAL = 'O' THEN
               MOVE WS-NOADDR-SKIPPED TO WS-NA-COUNTER
               MOVE WS-NOADDRSUM-LINE TO MAILSUM-ENTRY
               WRITE MAILSUM-ENTRY
           END-IF.

           IF SQL-FOYER-MODE = 'O' THEN
               MOVE WS-HOUSE-SKIPPED TO WS-HS-COUNTER
               MOVE WS-HOUSESUM-LINE TO MAILSUM-ENTRY
               WRITE MAILSUM-ENTRY
           END-IF.

           CLOSE MAILING.
           CLOSE MAILSUM.
           CLOSE MAILHIST.
           DISPLAY 'Lettres produites : ' WS-LETTER-COUNTER.
           DISPLAY 'Lettres supprimees (opt-out) : ' WS-SUPP-TOTAL.
           DISPLAY 'Lettres differees (frequence) : ' WS-FREQ-SKIPPED.
           IF SQL-CAMPAIGN-POSTAL = 'O' THEN
               DISPLAY 'Lettres sans adresse (postal) : '
                   WS-NOADDR-SKIPPED
           END-IF.
           IF SQL-FOYER-MODE = 'O' THEN
               DISPLAY 'Lettres regroupees (foyer) : '
                   WS-HOUSE-SKIPPED
           END-IF.

           PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END.

           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
      * Le code retour n'est positionne qu'apres le dernier ordre
      * SQL : chaque EXEC SQL est un CALL ocesql qui recharge
      * RETURN-CODE, comme le note payssql
           IF WS-MAIL-RC NOT = ZERO
               MOVE WS-MAIL-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
       0012-CAMPAIGN-START.

      *****************************************
      *  Table des campagnes, maintenue par   *
      *  campdb : creation si absente et      *
      *  amorcage de la campagne PERMANENT    *
      *  (tous les actifs, sans filtre),      *
      *  comme dans campdb - mailext ne doit  *
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

      * Campagne postale (O/N) : meme colonne que dans campdb
           EXEC SQL
               ALTER TABLE campaign
               ADD COLUMN IF NOT EXISTS postal CHAR(1) DEFAULT 'N'
           END-EXEC.

      * Adresses postales, chargees par loaddb (lignes ADR) et
      * tenues dans maintdb : creation si absente, la jointure de
      * CRLETTRE ne doit pas dependre d'un passage de loaddb
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

      * Foyers, reconstruits chaque nuit par foyersql : creation si
      * absente, un contact sans foyer part seul (foyer 0)
           EXEC SQL
               CREATE TABLE IF NOT EXISTS household
                   (household_id   NUMERIC,
                    id             VARCHAR(50),
                    primary_member CHAR(1),
                    household_size NUMERIC,
                    built_date     DATE)
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
           END-IF.

       0012-CAMPAIGN-END.
           EXIT.

      ******************************************************************
       0020-JOBSTART-START.

      *  avec les comptes cles du run         *
      *****************************************

           IF SQL-JOB-STATUS = SPACE THEN
               MOVE 'OK' TO SQL-JOB-STATUS
           END-IF.
           INITIALIZE SQL-JOB-COUNTS.
           STRING 'campagne='       DELIMITED BY SIZE
                  SQL-CAMPAIGN-ID   DELIMITED BY SPACE
                  ' lettres='       DELIMITED BY SIZE
                  WS-LETTER-COUNTER DELIMITED BY SIZE
                  ' optout='        DELIMITED BY SIZE
                  WS-SUPP-TOTAL     DELIMITED BY SIZE
                  ' differes='      DELIMITED BY SIZE
                  WS-FREQ-SKIPPED   DELIMITED BY SIZE
                  ' sansadr='       DELIMITED BY SIZE
                  WS-NOADDR-SKIPPED DELIMITED BY SIZE
                  ' foyer='         DELIMITED BY SIZE
                  WS-HOUSE-SKIPPED  DELIMITED BY SIZE
                  INTO SQL-JOB-COUNTS
           END-STRING.

      *  production : un corps de lettre par  *
      *  contact, et une ligne de synthese    *
      *  par pays en rupture de tri.          *
      *  Restreinte au segment de la campagne *
      *  (pays, tranche d'age sur l'age       *
      *  derive, sexe, langue) ; la phrase de *
      *  la campagne, si elle existe,         *
      *  remplace celle du pays. L'adresse    *
      *  courrier valide du contact est       *
      *  jointe a part (LEFT JOIN : vide si   *
      *  absente ou en quarantaine). Le foyer *
      *  du contact aussi (0 = sans foyer),   *
      *  le membre principal en tete de son   *
      *  pays pour le mode foyer.             *
      *****************************************

      * Appariement langue : la phrase de la langue parlee si elle
                      databank.first_name,
                      databank.email,
                      databank.spoken,
                      CASE WHEN TRIM(COALESCE(campaign.phrase, ''))
                                <> ''
                           THEN campaign.phrase
                           ELSE phrase.phrase END,
                      COALESCE(contact_address.street1, ' '),
                      COALESCE(contact_address.street2, ' '),
                      COALESCE(contact_address.postcode, ' '),
                      COALESCE(contact_address.city, ' '),
                      COALESCE(contact_address.country_code, ' '),
                      COALESCE(household.household_id, 0),
                      COALESCE(household.primary_member, 'Y')
               FROM databank
               JOIN campaign
                 ON campaign.campaign_id = :SQL-CAMPAIGN-ID
               LEFT JOIN contact_address
                 ON contact_address.id = databank.id
                AND contact_address.mailing = 'Y'
                AND contact_address.status = 'V'
                AND contact_address.addr_seq =
                    (SELECT MAX(a2.addr_seq) FROM contact_address a2
                     WHERE a2.id = databank.id
                       AND a2.mailing = 'Y'
                       AND a2.status = 'V')
               LEFT JOIN household
                 ON household.id = databank.id
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
               ORDER BY databank.country,
                        COALESCE(household.primary_member, 'Y') DESC,
                        databank.id
           END-EXEC.

           EXEC SQL
                        :SQL-L-FISTNAME,
                        :SQL-L-EMAIL,
                        :SQL-L-SPOKEN,
                        :SQL-L-QUOTE,
                        :SQL-L-STREET1,
                        :SQL-L-STREET2,
                        :SQL-L-POSTCODE,
                        :SQL-L-CITY,
                        :SQL-L-ADR-COUNTRY,
                        :SQL-L-HOUSEHOLD,
                        :SQL-L-PRIMARY
               END-EXEC

               IF SQLCODE = 0 THEN
                       MOVE SQL-L-COUNTRY TO WS-PREV-COUNTRY
                   END-IF

      * Mode foyer : un membre du foyer a deja sa lettre dans ce
      * passage (le principal, lu en premier, ou un autre membre
      * quand le principal est hors segment ou supprime)
                   MOVE ZERO TO SQL-HIST-COUNT
                   IF SQL-FOYER-MODE = 'O' AND
                      SQL-L-HOUSEHOLD NOT = 0 THEN
                       EXEC SQL
                           SELECT COUNT(*) INTO :SQL-HIST-COUNT
                           FROM mailing_history
                           JOIN household
                             ON household.id = mailing_history.id
                           WHERE household.household_id =
                                 :SQL-L-HOUSEHOLD
                             AND mailing_history.run_id =
                                 :SQL-JOB-RUN-ID
                       END-EXEC
                   END-IF

                   IF SQL-HIST-COUNT NOT = 0 THEN
                       ADD 1 TO WS-HOUSE-SKIPPED
                   ELSE
      * Cap de frequence : un contact deja servi dans la fenetre
      * MAILEXT_FREQ_DAYS est differe (il repartira quand la fenetre
      * sera ecoulee), pour qu'un double lancement du meme extrait
      * dans la semaine ne produise pas deux lettres. Le cap est
      * propre a la campagne : une lettre d'une autre campagne ne
      * differe pas celle-ci. En mode foyer il couvre le foyer :
      * la lettre d'hier a un autre membre differe celle-ci.
                       EXEC SQL
                           SELECT COUNT(*) INTO :SQL-HIST-COUNT
                           FROM mailing_history
                           WHERE (id = :SQL-L-ID
                                  OR (:SQL-FOYER-MODE = 'O'
                                      AND id IN
                                      (SELECT h2.id FROM household h2
                                       WHERE h2.household_id =
                                             :SQL-L-HOUSEHOLD
                                         AND h2.household_id <> 0)))
                             AND campaign_id = :SQL-CAMPAIGN-ID
                             AND run_date >=
                                 CURRENT_TIMESTAMP -
                                 (CAST(:SQL-FREQ-DAYS AS INTEGER)
                                  * INTERVAL '1 day')
                       END-EXEC

      * Campagne postale : pas de lettre sans adresse courrier valide
      * (le contact n'est pas differe, il repartira des que son
      * adresse sera saisie ou corrigee)
                       IF SQLCODE = 0 AND SQL-HIST-COUNT NOT = 0 THEN
                           ADD 1 TO WS-FREQ-SKIPPED
                       ELSE
                           IF SQL-CAMPAIGN-POSTAL = 'O' AND
                              SQL-L-STREET1 = SPACE THEN
                               ADD 1 TO WS-NOADDR-SKIPPED
                           ELSE
                               PERFORM 7030-LETTER-START
                                   THRU 7030-LETTER-END
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SEPARATEUR    TO MAILING-ENTRY
           WRITE MAILING-ENTRY.

           MOVE SQL-L-ID         TO WS-RL-ID
           MOVE SQL-JOB-RUN-ID   TO WS-RL-RUN-ID
           MOVE WS-REF-LINE      TO MAILING-ENTRY
           WRITE MAILING-ENTRY.

           MOVE SQL-L-FISTNAME   TO WS-DL-FISTNAME
           MOVE SQL-L-LASTNAME   TO WS-DL-LASTNAME
           MOVE WS-DEST-LINE     TO MAILING-ENTRY
           MOVE WS-EMAIL-LINE    TO MAILING-ENTRY
           WRITE MAILING-ENTRY.

           MOVE SQL-L-STREET1    TO WS-AL-STREET1
           MOVE WS-ADR1-LINE     TO MAILING-ENTRY
           WRITE MAILING-ENTRY.

           MOVE SQL-L-STREET2    TO WS-AL-STREET2
           MOVE WS-ADR2-LINE     TO MAILING-ENTRY
           WRITE MAILING-ENTRY.

           MOVE SQL-L-POSTCODE   TO WS-AL-POSTCODE
           MOVE SQL-L-CITY       TO WS-AL-CITY
           MOVE SQL-L-ADR-COUNTRY TO WS-AL-COUNTRY
           MOVE WS-ADR3-LINE     TO MAILING-ENTRY
           WRITE MAILING-ENTRY.

           MOVE SQL-L-COUNTRY    TO WS-PL-COUNTRY
           MOVE SQL-L-SPOKEN     TO WS-PL-SPOKEN
           MOVE WS-PAYS-LINE     TO MAILING-ENTRY
      * inqdb sans acces base)
           EXEC SQL
               INSERT INTO mailing_history
                   (id, run_id, run_date, country, phrase,
                    campaign_id)
               VALUES (:SQL-L-ID, :SQL-JOB-RUN-ID, CURRENT_TIMESTAMP,
                       :SQL-L-COUNTRY, :SQL-L-QUOTE, :SQL-CAMPAIGN-ID)
           END-EXEC.

           MOVE SQL-L-ID       TO WS-MH-ID.
           MOVE WS-RUN-DATE    TO WS-MH-RUN-DATE.
           MOVE SQL-L-COUNTRY  TO WS-MH-COUNTRY.
           MOVE SQL-L-QUOTE    TO WS-MH-PHRASE.
           MOVE SQL-CAMPAIGN-ID TO WS-MH-CAMPAIGN.
           MOVE SQL-JOB-RUN-ID TO WS-MH-RUN-ID.
           MOVE WS-MAILHIST-LINE TO MAILHIST-ENTRY.
           WRITE MAILHIST-ENTRY.

      *  les comptes de lettres : la preuve   *
      *  pour le routeur et le juridique que  *
      *  les exclusions ont bien eu lieu.     *
      *  Memes criteres phrase et segment de  *
      *  campagne que CRLETTRE (on ne compte  *
      *  que les contacts qui auraient recu   *
      *  une lettre sans leur opt-out).       *
      *****************************************

           EXEC SQL
               DECLARE CRSUPPSUM CURSOR FOR
               SELECT databank.country, COUNT(*)
               FROM databank
               JOIN campaign
                 ON campaign.campaign_id = :SQL-CAMPAIGN-ID
               WHERE databank.active = 'Y'
                 AND EXISTS
                     (SELECT 1 FROM suppression
                      WHERE suppression.id = databank.id
                         OR suppression.email = databank.email)
                 AND (TRIM(COALESCE(campaign.phrase, '')) <> ''
                      OR EXISTS
                         (SELECT 1 FROM phrase
                          WHERE phrase.country_code =
                                databank.country_code
                            AND (UPPER(phrase.language) =
                                 UPPER(databank.spoken)
                                 OR phrase.language = '*')))
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
               GROUP BY databank.country
               ORDER BY databank.country
           END-EXEC.
