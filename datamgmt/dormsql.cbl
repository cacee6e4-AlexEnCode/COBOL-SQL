      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql dormsql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormsql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Lettres de re-permission pour le routeur, meme dessin que
      * mailing.dat de mailext. Nom date (repermis_AAAAMMJJ.dat),
      * construit comme l'archive de archpurg, et ouvert en ajout :
      * une relance le meme jour n'ecrase pas les lettres deja
      * produites (elles ne repartiront pas, l'envoi est unique).
           SELECT REPERMIS ASSIGN TO WS-REPERMIS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REPERMIS-STATUS.

      * Journal hors ligne des envois, le meme que celui de mailext
      * (lu par inqdb) : les lettres de re-permission y figurent
      * sous la campagne REPERMIS
           SELECT MAILHIST ASSIGN TO 'mailhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-HIST-STATUS.

      * Rapport de dormance par pays et par tranche d'age
           SELECT RAPPORT ASSIGN TO 'dormance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPORT-STATUS.

      * Contacts sans reponse a l'echeance du delai de grace : a
      * retirer (mode REVUE) ou retires (mode RETRAIT)
           SELECT ECHUS ASSIGN TO 'repermis_retrait.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-ECHUS-STATUS.

      * Reponses a la lettre de re-permission (coupon, centre
      * d'appel), champs separes par ';' comme retour.dat :
      * id;reponse(O/N);date_reponse(AAAAMMJJ, du jour si absente)
           SELECT REPONSE ASSIGN TO 'repermis_rep.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REPONSE-STATUS.

      * Reponses non exploitables : code motif + ligne d'origine,
      * meme principe que retour_rejet.dat de retourdb
           SELECT REPREJ ASSIGN TO 'repermis_rejet.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REPREJ-STATUS.

      * Journal des modifications, le meme que maintdb et payssql :
      * chaque retrait y est trace (annulable par undodb)
           SELECT CHANGELOG ASSIGN TO 'changelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CHG-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD REPERMIS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  REPERMIS-ENTRY    PIC X(125).

       FD MAILHIST
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  MAILHIST-ENTRY    PIC X(193).

       FD RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-ENTRY     PIC X(125).

       FD ECHUS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  ECHUS-ENTRY       PIC X(130).

       FD REPONSE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REPONSE-ENTRY     PIC X(200).

       FD REPREJ
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REPREJ-ENTRY      PIC X(211).

       FD CHANGELOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHANGELOG-ENTRY   PIC X(218).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-REPERMIS-STATUS    PIC X(2).
       01 REC-HIST-STATUS        PIC X(2).
       01 REC-RAPPORT-STATUS     PIC X(2).
       01 REC-ECHUS-STATUS       PIC X(2).
       01 REC-REPONSE-STATUS     PIC X(2).
       01 REC-REPREJ-STATUS      PIC X(2).
       01 REC-CHG-STATUS         PIC X(2).

      *****************************************
      *        VARIABLE LETTRE                *
      *****************************************
       01  WS-REPERMIS-FILENAME  PIC X(60) VALUE SPACE.

      * Memes lignes que mailext : le routeur traite la lettre de
      * re-permission comme une lettre ordinaire, la ligne Reference
      * revient dans retour.dat comme pour les autres envois
       01  WS-SEPARATEUR PIC X(40) VALUE ALL '-'.

       01  WS-REF-LINE.
           05  FILLER            PIC X(15) VALUE 'Reference    : '.
           05  WS-RL-ID          PIC X(20).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-RL-RUN-ID      PIC 9(10).

       01  WS-DEST-LINE.
           05  FILLER            PIC X(15) VALUE 'Destinataire : '.
           05  WS-DL-FISTNAME    PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-DL-LASTNAME    PIC X(20).

       01  WS-EMAIL-LINE.
           05  FILLER            PIC X(15) VALUE 'Email        : '.
           05  WS-EL-EMAIL       PIC X(50).

       01  WS-PAYS-LINE.
           05  FILLER            PIC X(15) VALUE 'Pays         : '.
           05  WS-PL-COUNTRY     PIC X(30).
           05  FILLER            PIC X(10) VALUE ' Langue : '.
           05  WS-PL-SPOKEN      PIC X(20).

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

      * Meme dessin que WS-MAILHIST-LINE de mailext
       01  WS-MAILHIST-LINE.
           05  WS-MH-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-COUNTRY     PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-PHRASE      PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-CAMPAIGN    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MH-RUN-ID      PIC 9(10).

      *****************************************
      *        VARIABLE RAPPORT               *
      *****************************************
       01  PT-ENTETE    PIC X(27) VALUE '*   REVUE DE DORMANCE     *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-PAYS      PIC X(27) VALUE '*     DORMANCE PAR PAYS   *'.
       01  PT-TRANCHE   PIC X(27) VALUE "*  PAYS ET TRANCHE D'AGE  *".
       01  PT-REPERMIS  PIC X(27) VALUE '*    RE-PERMISSION        *'.
       01  PT-TOTAUX    PIC X(27) VALUE '*   TOTAUX DE CONTROLE    *'.

      * Une ligne par pays : contacts actifs de databank repartis
      * par bande, puis les seuils (mois) appliques au pays
       01  WS-PAYS-STAT-LINE.
           05  WS-PS-COUNTRY     PIC X(30).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-PS-ACTIF       PIC 9(07).
           05  FILLER            PIC X(09) VALUE ' actifs, '.
           05  WS-PS-RISQUE      PIC 9(07).
           05  FILLER            PIC X(11) VALUE ' a risque, '.
           05  WS-PS-DORMANT     PIC 9(07).
           05  FILLER            PIC X(11) VALUE ' dormants, '.
           05  WS-PS-INCONNU     PIC 9(07).
           05  FILLER            PIC X(09) VALUE ' inconnus'.
           05  FILLER            PIC X(09) VALUE ' (seuils '.
           05  WS-PS-SEUIL-R     PIC 9(03).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-PS-SEUIL-D     PIC 9(03).
           05  FILLER            PIC X(06) VALUE ' mois)'.

      * Une ligne par pays et tranche de 10 ans (age derive de
      * birth_date, a defaut age, comme banksql)
       01  WS-TRANCHE-LINE.
           05  WS-TR-COUNTRY     PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-TR-BAND.
               10  WS-TR-AGE-MIN PIC 9(03).
               10  WS-TR-DASH    PIC X(01) VALUE '-'.
               10  WS-TR-AGE-MAX PIC 9(03).
           05  WS-TR-BAND-X      REDEFINES WS-TR-BAND PIC X(07).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-TR-ACTIF       PIC 9(07).
           05  FILLER            PIC X(09) VALUE ' actifs, '.
           05  WS-TR-RISQUE      PIC 9(07).
           05  FILLER            PIC X(11) VALUE ' a risque, '.
           05  WS-TR-DORMANT     PIC 9(07).
           05  FILLER            PIC X(11) VALUE ' dormants, '.
           05  WS-TR-INCONNU     PIC 9(07).
           05  FILLER            PIC X(09) VALUE ' inconnus'.

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(07).

      * Ligne de la liste des echus : id, pays, date d'envoi de la
      * lettre, derniere modification du contact, action
       01  WS-ECHU-LINE.
           05  WS-EL-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EL-COUNTRY     PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EL-SENT        PIC X(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EL-LASTMOD     PIC X(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EL-ACTION      PIC X(10).

      * Ligne de rejet : motif en tete, puis la ligne d'origine
       01  WS-REJECT-LINE.
           05  WS-REJ-REASON     PIC X(10).
           05  FILLER            PIC X(01) VALUE ';'.
           05  WS-REJ-RECORD     PIC X(200).

      * Operateur et horodatage : pour un batch, le nom du programme
      * et le debut du run, comme payssql
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
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-FS-RC              PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      * REVUE (defaut : classement, rapport, lettres, liste des
      * echus), REPONSE (chargement des reponses), RETRAIT (soft
      * delete des echus), SEUIL (seuils d'un pays)
       01  WS-MODE               PIC X(10) VALUE SPACE.
       01  WS-GRACE-ENV          PIC X(10) VALUE SPACE.
       01  WS-RISQUE-ENV         PIC X(10) VALUE SPACE.
       01  WS-DORMANT-ENV        PIC X(10) VALUE SPACE.

       01  WS-ECHUS-EOF          PIC X(01) VALUE 'N'.
       01  WS-REPONSE-EOF        PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON      PIC X(10) VALUE SPACE.
       01  WS-RP-ANSWER-IN       PIC X(10) VALUE SPACE.
       01  WS-RP-DATE-IN         PIC X(10) VALUE SPACE.

       01  WS-TOT-ACTIF          PIC 9(07) VALUE ZERO.
       01  WS-TOT-RISQUE         PIC 9(07) VALUE ZERO.
       01  WS-TOT-DORMANT        PIC 9(07) VALUE ZERO.
       01  WS-TOT-INCONNU        PIC 9(07) VALUE ZERO.
       01  WS-LETTER-COUNTER     PIC 9(07) VALUE ZERO.
       01  WS-ECHU-COUNTER       PIC 9(07) VALUE ZERO.
       01  WS-RETIRED-COUNTER    PIC 9(07) VALUE ZERO.
       01  WS-READ-COUNTER       PIC 9(07) VALUE ZERO.
       01  WS-OUI-COUNTER        PIC 9(07) VALUE ZERO.
       01  WS-NON-COUNTER        PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNTER     PIC 9(07) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-LETTER.
           05  SQL-L-COUNTRY          PIC X(50).
           05  SQL-L-FISTNAME         PIC X(50).
           05  SQL-L-LASTNAME         PIC X(50).
           05  SQL-L-EMAIL            PIC X(50).
           05  SQL-L-SPOKEN           PIC X(50).
           05  SQL-L-STREET1          PIC X(50).
           05  SQL-L-STREET2          PIC X(50).
           05  SQL-L-POSTCODE         PIC X(10).
           05  SQL-L-CITY             PIC X(50).
           05  SQL-L-ADR-COUNTRY      PIC X(10).

       01  SQL-L-ID                   PIC X(50).

      * Message de la lettre : phrase de la campagne REPERMIS
      * (modifiable dans campdb), texte d'origine a defaut
       01  SQL-REP-PHRASE             PIC X(50) VALUE SPACE.

       01  SQL-STAT.
           05  SQL-ST-COUNTRY         PIC X(50).
           05  SQL-ST-AGE-BAND        PIC 9(03).
           05  SQL-ST-SEUIL-R         PIC 9(03).
           05  SQL-ST-SEUIL-D         PIC 9(03).
           05  SQL-ST-ACTIF           PIC 9(07).
           05  SQL-ST-RISQUE          PIC 9(07).
           05  SQL-ST-DORMANT         PIC 9(07).
           05  SQL-ST-INCONNU         PIC 9(07).

       01  SQL-ECHU.
           05  SQL-EC-ID              PIC X(50).
           05  SQL-EC-COUNTRY         PIC X(50).
           05  SQL-EC-SENT            PIC X(08).
           05  SQL-EC-LASTMOD         PIC X(08).

       01  SQL-REPLY.
           05  SQL-RP-ID              PIC X(50).
           05  SQL-RP-ANSWER          PIC X(01).
           05  SQL-RP-DATE            PIC X(08).
           05  SQL-RP-OLD-ANSWER      PIC X(01).
           05  SQL-RP-RETIRED         PIC 9(10).

      * Cumul des lettres de re-permission, tous passages
       01  SQL-CUMUL.
           05  SQL-CU-SENT            PIC 9(07).
           05  SQL-CU-OUI             PIC 9(07).
           05  SQL-CU-NON             PIC 9(07).
           05  SQL-CU-ATTENTE         PIC 9(07).
           05  SQL-CU-RETIRED         PIC 9(07).

       01  SQL-RULE.
           05  SQL-RU-COUNTRY         PIC X(50).
           05  SQL-RU-RISQUE          PIC 9(03).
           05  SQL-RU-DORMANT         PIC 9(03).

      * Delai de grace en jours apres l'envoi de la lettre
      * (DORMSQL_GRACE, 90 par defaut)
       01  SQL-GRACE-DAYS             PIC 9(03) VALUE 90.
       01  SQL-FOUND-COUNT            PIC 9(10).

       01  SQL-JOB.
           05  SQL-JOB-RUN-ID         PIC 9(10).
           05  SQL-JOB-STATUS         PIC X(10) VALUE SPACE.
           05  SQL-JOB-COUNTS         PIC X(200).

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

           IF WS-FS-RC NOT = ZERO
               MOVE 'REJET' TO SQL-JOB-STATUS
               PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 0000-MAIN-END
           END-IF.

           EVALUATE WS-MODE
               WHEN 'REPONSE'
                   PERFORM 7070-REPONSE-START THRU 7070-REPONSE-END
               WHEN 'RETRAIT'
                   PERFORM 7050-ECHUS-START   THRU 7050-ECHUS-END
               WHEN 'SEUIL'
                   PERFORM 7090-SEUIL-START   THRU 7090-SEUIL-END
               WHEN OTHER
                   PERFORM 7000-REVUE-START   THRU 7000-REVUE-END
           END-EVALUATE.

           IF WS-FS-RC NOT = ZERO
               MOVE 'REJET' TO SQL-JOB-STATUS
           END-IF.

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
      *  Mode : DORMSQL_MODE, REVUE par       *
      *  defaut. DORMSQL_GRACE : delai de     *
      *  grace en jours (1 a 999, 90 par      *
      *  defaut). Mode SEUIL : DORMSQL_PAYS   *
      *  ('*' = seuils par defaut),           *
      *  DORMSQL_RISQUE et DORMSQL_DORMANT en *
      *  mois (1 a 999, le second superieur   *
      *  au premier). Valeur absente, hors    *
      *  bornes ou non numerique = passage    *
      *  rejete, code retour 8, comme pendsql.*
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE           DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)     DELIMITED BY SIZE
                  INTO WS-CL-STAMP
           END-STRING.
           MOVE 'dormsql'    TO WS-CL-OPERATOR.
           MOVE WS-RUN-DATE  TO WS-CL-RUN-DATE.

           ACCEPT WS-MODE FROM ENVIRONMENT "DORMSQL_MODE".
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE = SPACE
               MOVE 'REVUE' TO WS-MODE
           END-IF.

           IF WS-MODE NOT = 'REVUE' AND WS-MODE NOT = 'REPONSE' AND
              WS-MODE NOT = 'RETRAIT' AND WS-MODE NOT = 'SEUIL'
               DISPLAY 'DORMSQL_MODE inconnu (REVUE, REPONSE, '
                   'RETRAIT, SEUIL) : ' WS-MODE
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.

           ACCEPT WS-GRACE-ENV FROM ENVIRONMENT "DORMSQL_GRACE".
           IF WS-GRACE-ENV NOT = SPACE
               IF FUNCTION NUMVAL(WS-GRACE-ENV) < 1 OR
                  FUNCTION NUMVAL(WS-GRACE-ENV) > 999
                   DISPLAY 'DORMSQL_GRACE hors bornes (1-999) : '
                       WS-GRACE-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-GRACE-ENV) TO SQL-GRACE-DAYS
           END-IF.

           IF WS-MODE NOT = 'SEUIL'
               GO TO 0010-INIT-END
           END-IF.

           ACCEPT SQL-RU-COUNTRY FROM ENVIRONMENT "DORMSQL_PAYS".
           IF SQL-RU-COUNTRY = SPACE
               DISPLAY 'DORMSQL_PAYS obligatoire en mode SEUIL'
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.

           ACCEPT WS-RISQUE-ENV  FROM ENVIRONMENT "DORMSQL_RISQUE".
           ACCEPT WS-DORMANT-ENV FROM ENVIRONMENT "DORMSQL_DORMANT".

           IF WS-RISQUE-ENV = SPACE OR WS-DORMANT-ENV = SPACE
               DISPLAY 'DORMSQL_RISQUE et DORMSQL_DORMANT '
                   'obligatoires en mode SEUIL'
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.

           IF FUNCTION NUMVAL(WS-RISQUE-ENV) < 1 OR
              FUNCTION NUMVAL(WS-RISQUE-ENV) > 999 OR
              FUNCTION NUMVAL(WS-DORMANT-ENV) < 1 OR
              FUNCTION NUMVAL(WS-DORMANT-ENV) > 999
               DISPLAY 'Seuils hors bornes (1-999 mois) : '
                   WS-RISQUE-ENV ' / ' WS-DORMANT-ENV
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.

           MOVE FUNCTION NUMVAL(WS-RISQUE-ENV)  TO SQL-RU-RISQUE.
           MOVE FUNCTION NUMVAL(WS-DORMANT-ENV) TO SQL-RU-DORMANT.

           IF SQL-RU-DORMANT NOT > SQL-RU-RISQUE
               DISPLAY 'Seuil dormant (' SQL-RU-DORMANT ') a '
                   'fixer au-dela du seuil a risque ('
                   SQL-RU-RISQUE ').'
               MOVE 8 TO WS-FS-RC
           END-IF.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Tables utilisees, creees si absentes *
      *  (idempotent) : dormsql ne doit pas   *
      *  dependre d'un passage prealable de   *
      *  mailext, retourdb ou suppdb. Tables  *
      *  propres : seuils par pays            *
      *  (dormancy_rule, amorcee avec le '*'  *
      *  a 24/36 mois), classement du dernier *
      *  passage (dormancy_status) et lettres *
      *  de re-permission (repermission, une  *
      *  seule par contact).                  *
      *****************************************

      * Memes definitions que dans mailext, retourdb et maintdb
           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS last_modified TIMESTAMP
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
               CREATE TABLE IF NOT EXISTS mailing_return
                   (id          VARCHAR(50),
                    run_id      NUMERIC,
                    return_date DATE,
                    return_type VARCHAR(10),
                    reason      VARCHAR(50),
                    load_date   TIMESTAMP)
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
               CREATE TABLE IF NOT EXISTS change_event
                   (event_seq      SERIAL,
                    event_type     VARCHAR(10),
                    id             VARCHAR(50),
                    changed_fields VARCHAR(200),
                    event_ts       TIMESTAMP,
                    source_program VARCHAR(30))
           END-EXEC.

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
               ALTER TABLE campaign
               ADD COLUMN IF NOT EXISTS postal CHAR(1) DEFAULT 'N'
           END-EXEC.

      * Campagne REPERMIS : porte les lettres de re-permission dans
      * mailing_history (rapprochement des retours par retourdb).
      * Inactive, pour que mailext refuse de l'extraire ; seule sa
      * phrase sert ici.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM campaign
               WHERE campaign_id = 'REPERMIS'
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               EXEC SQL
                   INSERT INTO campaign
                       (campaign_id, name, start_date, end_date,
                        countries, age_min, age_max, gender, spoken,
                        phrase, active, postal)
                   VALUES ('REPERMIS', 'Re-permission des dormants',
                           CURRENT_DATE, NULL, '*', 0, 999, '*', '*',
                           'Souhaitez-vous toujours recevoir nos '
                           || 'nouvelles ?', 'N', 'N')
               END-EXEC
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dormancy_rule
                   (country        VARCHAR(50),
                    atrisk_months  NUMERIC,
                    dormant_months NUMERIC,
                    updated        TIMESTAMP)
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM dormancy_rule
               WHERE country = '*'
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               EXEC SQL
                   INSERT INTO dormancy_rule
                       (country, atrisk_months, dormant_months,
                        updated)
                   VALUES ('*', 24, 36, CURRENT_TIMESTAMP)
               END-EXEC
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dormancy_status
                   (id             VARCHAR(50),
                    country        VARCHAR(50),
                    age_band       NUMERIC,
                    last_activity  DATE,
                    band           VARCHAR(10),
                    atrisk_months  NUMERIC,
                    dormant_months NUMERIC,
                    run_id         NUMERIC)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS repermission
                   (id            VARCHAR(50),
                    run_id        NUMERIC,
                    sent_date     DATE,
                    response      CHAR(1),
                    response_date DATE,
                    retired_date  DATE)
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
      *  comme dans mailext et loaddb. Le     *
      *  run_id sert aussi de reference aux   *
      *  lettres de re-permission.            *
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
                   ('dormsql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'dormsql'
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
           STRING 'mode='             DELIMITED BY SIZE
                  WS-MODE             DELIMITED BY SPACE
                  ' actifs='          DELIMITED BY SIZE
                  WS-TOT-ACTIF        DELIMITED BY SIZE
                  ' risque='          DELIMITED BY SIZE
                  WS-TOT-RISQUE       DELIMITED BY SIZE
                  ' dormants='        DELIMITED BY SIZE
                  WS-TOT-DORMANT      DELIMITED BY SIZE
                  ' lettres='         DELIMITED BY SIZE
                  WS-LETTER-COUNTER   DELIMITED BY SIZE
                  ' echus='           DELIMITED BY SIZE
                  WS-ECHU-COUNTER     DELIMITED BY SIZE
                  ' retires='         DELIMITED BY SIZE
                  WS-RETIRED-COUNTER  DELIMITED BY SIZE
                  ' reponses='        DELIMITED BY SIZE
                  WS-READ-COUNTER     DELIMITED BY SIZE
                  ' rejets='          DELIMITED BY SIZE
                  WS-REJECT-COUNTER   DELIMITED BY SIZE
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
       7000-REVUE-START.

      *****************************************
      *  Revue de dormance : classement des   *
      *  contacts actifs, rapport par pays et *
      *  par tranche d'age, lettre de         *
      *  re-permission aux dormants jamais    *
      *  sollicites, liste des contacts sans  *
      *  reponse a l'echeance du delai de     *
      *  grace (le retrait lui-meme est fait  *
      *  par le mode RETRAIT, apres lecture   *
      *  de la liste).                        *
      *****************************************

           PERFORM 7010-CLASSE-START THRU 7010-CLASSE-END.

           OPEN OUTPUT RAPPORT.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ENTETE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           PERFORM 7020-PAYS-START     THRU 7020-PAYS-END.
           PERFORM 7030-TRANCHE-START  THRU 7030-TRANCHE-END.
           PERFORM 7040-REPERMIS-START THRU 7040-REPERMIS-END.
           PERFORM 7050-ECHUS-START    THRU 7050-ECHUS-END.
           PERFORM 7060-TOTAUX-START   THRU 7060-TOTAUX-END.

           CLOSE RAPPORT.

           DISPLAY 'Contacts actifs      : ' WS-TOT-ACTIF.
           DISPLAY 'Contacts a risque    : ' WS-TOT-RISQUE.
           DISPLAY 'Contacts dormants    : ' WS-TOT-DORMANT.
           DISPLAY 'Activite inconnue    : ' WS-TOT-INCONNU.
           DISPLAY 'Lettres produites    : ' WS-LETTER-COUNTER.
           DISPLAY 'Echus a retirer      : ' WS-ECHU-COUNTER.

       7000-REVUE-END.
           EXIT.

      ******************************************************************
       7010-CLASSE-START.

      *****************************************
      *  Classement des contacts actifs sur   *
      *  leur derniere activite, la plus      *
      *  recente de : last_modified, derniere *
      *  lettre de mailing_history, dernier   *
      *  retour routeur, derniere reponse a   *
      *  la re-permission. La lettre de       *
      *  re-permission et ses retours ne      *
      *  comptent pas : l'envoi ne doit pas   *
      *  rendre actif le contact a qui l'on   *
      *  demande s'il l'est encore.           *
      *  Bandes (seuils du pays, a defaut     *
      *  ceux du '*') :                       *
      *  DORMANT  au-dela du seuil dormant    *
      *  RISQUE   au-dela du seuil a risque   *
      *  ACTIF    sinon                       *
      *  INCONNU  aucune date d'activite      *
      *  Table videe et rechargee en une      *
      *  seule unite de travail.              *
      *****************************************

           EXEC SQL
               DELETE FROM dormancy_status
           END-EXEC.

      * GREATEST ignore les valeurs nulles : nulle seulement quand
      * le contact n'a aucune trace d'activite. Tranche d'age de 10
      * ans sur l'age derive, comme banksql ; 999 = age inconnu ou
      * hors bornes.
           EXEC SQL
               INSERT INTO dormancy_status
                   (id, country, age_band, last_activity, band,
                    atrisk_months, dormant_months, run_id)
               SELECT t.id, t.country,
                      CASE WHEN t.age_years BETWEEN 1 AND 110
                           THEN (CAST(t.age_years AS INTEGER) / 10)
                                * 10
                           ELSE 999 END,
                      t.last_activity,
                      CASE WHEN t.last_activity IS NULL
                           THEN 'INCONNU'
                           WHEN t.last_activity <
                                CURRENT_DATE -
                                CAST(t.dormant_months AS INTEGER)
                                * INTERVAL '1 month'
                           THEN 'DORMANT'
                           WHEN t.last_activity <
                                CURRENT_DATE -
                                CAST(t.atrisk_months AS INTEGER)
                                * INTERVAL '1 month'
                           THEN 'RISQUE'
                           ELSE 'ACTIF' END,
                      t.atrisk_months, t.dormant_months,
                      :SQL-JOB-RUN-ID
               FROM
                  (SELECT databank.id, databank.country,
                          CASE WHEN databank.birth_date IS NOT NULL
                               THEN EXTRACT(YEAR FROM
                                    AGE(CURRENT_DATE,
                                        databank.birth_date))
                               ELSE databank.age END AS age_years,
                          GREATEST(
                             CAST(databank.last_modified AS DATE),
                             (SELECT CAST(MAX(h.run_date) AS DATE)
                              FROM mailing_history h
                              WHERE h.id = databank.id
                                AND COALESCE(h.campaign_id, ' ')
                                    <> 'REPERMIS'),
                             (SELECT MAX(m.return_date)
                              FROM mailing_return m
                              WHERE m.id = databank.id
                                AND NOT EXISTS
                                    (SELECT 1 FROM repermission p
                                     WHERE p.id = m.id
                                       AND p.run_id = m.run_id)),
                             (SELECT MAX(p2.response_date)
                              FROM repermission p2
                              WHERE p2.id = databank.id))
                             AS last_activity,
                          COALESCE(r.atrisk_months,
                                   d.atrisk_months, 24)
                             AS atrisk_months,
                          COALESCE(r.dormant_months,
                                   d.dormant_months, 36)
                             AS dormant_months
                   FROM databank
                   LEFT JOIN dormancy_rule r
                     ON r.country = databank.country
                   LEFT JOIN dormancy_rule d
                     ON d.country = '*'
                   WHERE databank.active = 'Y') t
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

       7010-CLASSE-END.
           EXIT.

      ******************************************************************
       7020-PAYS-START.

      *****************************************
      *  Repartition par pays, avec les       *
      *  seuils appliques, et totaux du       *
      *  classement                           *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-PAYS   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRPAYS CURSOR FOR
               SELECT COALESCE(country, ' '),
                      MAX(atrisk_months), MAX(dormant_months),
                      SUM(CASE WHEN band = 'ACTIF'   THEN 1 ELSE 0 END),
                      SUM(CASE WHEN band = 'RISQUE'  THEN 1 ELSE 0 END),
                      SUM(CASE WHEN band = 'DORMANT' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN band = 'INCONNU' THEN 1 ELSE 0 END)
               FROM dormancy_status
               GROUP BY COALESCE(country, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CRPAYS
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRPAYS
                   INTO :SQL-ST-COUNTRY, :SQL-ST-SEUIL-R,
                        :SQL-ST-SEUIL-D, :SQL-ST-ACTIF,
                        :SQL-ST-RISQUE, :SQL-ST-DORMANT,
                        :SQL-ST-INCONNU
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-ST-COUNTRY    TO WS-PS-COUNTRY
                   MOVE SQL-ST-ACTIF      TO WS-PS-ACTIF
                   MOVE SQL-ST-RISQUE     TO WS-PS-RISQUE
                   MOVE SQL-ST-DORMANT    TO WS-PS-DORMANT
                   MOVE SQL-ST-INCONNU    TO WS-PS-INCONNU
                   MOVE SQL-ST-SEUIL-R    TO WS-PS-SEUIL-R
                   MOVE SQL-ST-SEUIL-D    TO WS-PS-SEUIL-D
                   MOVE WS-PAYS-STAT-LINE TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY
                   ADD SQL-ST-ACTIF       TO WS-TOT-ACTIF
                   ADD SQL-ST-RISQUE      TO WS-TOT-RISQUE
                   ADD SQL-ST-DORMANT     TO WS-TOT-DORMANT
                   ADD SQL-ST-INCONNU     TO WS-TOT-INCONNU
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRPAYS
           END-EXEC.

       7020-PAYS-END.
           EXIT.

      ******************************************************************
       7030-TRANCHE-START.

      *****************************************
      *  Repartition par pays et tranche      *
      *  d'age de 10 ans                      *
      *****************************************

           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TRANCHE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRTRANCHE CURSOR FOR
               SELECT COALESCE(country, ' '), age_band,
                      SUM(CASE WHEN band = 'ACTIF'   THEN 1 ELSE 0 END),
                      SUM(CASE WHEN band = 'RISQUE'  THEN 1 ELSE 0 END),
                      SUM(CASE WHEN band = 'DORMANT' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN band = 'INCONNU' THEN 1 ELSE 0 END)
               FROM dormancy_status
               GROUP BY COALESCE(country, ' '), age_band
               ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN CRTRANCHE
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRTRANCHE
                   INTO :SQL-ST-COUNTRY, :SQL-ST-AGE-BAND,
                        :SQL-ST-ACTIF, :SQL-ST-RISQUE,
                        :SQL-ST-DORMANT, :SQL-ST-INCONNU
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-ST-COUNTRY    TO WS-TR-COUNTRY
                   IF SQL-ST-AGE-BAND = 999
                       MOVE 'inconnu'     TO WS-TR-BAND-X
                   ELSE
                       MOVE SQL-ST-AGE-BAND TO WS-TR-AGE-MIN
                       MOVE '-'             TO WS-TR-DASH
                       COMPUTE WS-TR-AGE-MAX = SQL-ST-AGE-BAND + 9
                   END-IF
                   MOVE SQL-ST-ACTIF      TO WS-TR-ACTIF
                   MOVE SQL-ST-RISQUE     TO WS-TR-RISQUE
                   MOVE SQL-ST-DORMANT    TO WS-TR-DORMANT
                   MOVE SQL-ST-INCONNU    TO WS-TR-INCONNU
                   MOVE WS-TRANCHE-LINE   TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRTRANCHE
           END-EXEC.

       7030-TRANCHE-END.
           EXIT.

      ******************************************************************
       7040-REPERMIS-START.

      *****************************************
      *  Lettre "voulez-vous toujours avoir   *
      *  de nos nouvelles" aux dormants qui   *
      *  ne l'ont jamais recue et ne sont pas *
      *  en liste de suppression. Envoi       *
      *  unique : la ligne de repermission    *
      *  l'empeche de repartir. L'adresse     *
      *  courrier valide est jointe comme     *
      *  dans CRLETTRE de mailext (a blanc si *
      *  absente, la lettre part par email).  *
      *****************************************

           EXEC SQL
               SELECT COALESCE(MAX(phrase), ' ')
               INTO :SQL-REP-PHRASE
               FROM campaign
               WHERE campaign_id = 'REPERMIS'
           END-EXEC.

           IF SQL-REP-PHRASE = SPACE
               MOVE 'Souhaitez-vous toujours recevoir nos nouvelles ?'
                   TO SQL-REP-PHRASE
           END-IF.

           INITIALIZE WS-REPERMIS-FILENAME.
           STRING 'repermis_'   DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  '.dat'        DELIMITED BY SIZE
                  INTO WS-REPERMIS-FILENAME
           END-STRING.

           OPEN EXTEND REPERMIS.
           IF REC-REPERMIS-STATUS NOT = '00'
               OPEN OUTPUT REPERMIS
           END-IF.
           IF REC-REPERMIS-STATUS NOT = '00'
               DISPLAY 'Fichier ' WS-REPERMIS-FILENAME ' inaccessible '
                   '(status ' REC-REPERMIS-STATUS ') : aucune lettre.'
               MOVE 8 TO WS-FS-RC
               GO TO 7040-REPERMIS-END
           END-IF.

      * Journal hors ligne des envois : on accumule, jamais d'ecrase
           OPEN EXTEND MAILHIST.
           IF REC-HIST-STATUS NOT = '00'
               OPEN OUTPUT MAILHIST
           END-IF.

           EXEC SQL
               DECLARE CRREPERM CURSOR FOR
               SELECT databank.id,
                      databank.country,
                      databank.last_name,
                      databank.first_name,
                      databank.email,
                      databank.spoken,
                      COALESCE(contact_address.street1, ' '),
                      COALESCE(contact_address.street2, ' '),
                      COALESCE(contact_address.postcode, ' '),
                      COALESCE(contact_address.city, ' '),
                      COALESCE(contact_address.country_code, ' ')
               FROM dormancy_status
               JOIN databank
                 ON databank.id = dormancy_status.id
               LEFT JOIN contact_address
                 ON contact_address.id = databank.id
                AND contact_address.mailing = 'Y'
                AND contact_address.status = 'V'
                AND contact_address.addr_seq =
                    (SELECT MAX(a2.addr_seq) FROM contact_address a2
                     WHERE a2.id = databank.id
                       AND a2.mailing = 'Y'
                       AND a2.status = 'V')
               WHERE dormancy_status.band = 'DORMANT'
                 AND databank.active = 'Y'
                 AND NOT EXISTS
                     (SELECT 1 FROM repermission
                      WHERE repermission.id = databank.id)
                 AND NOT EXISTS
                     (SELECT 1 FROM suppression
                      WHERE suppression.id = databank.id
                         OR suppression.email = databank.email)
               ORDER BY databank.country, databank.id
           END-EXEC.

           EXEC SQL
               OPEN CRREPERM
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRREPERM
                   INTO :SQL-L-ID,
                        :SQL-L-COUNTRY,
                        :SQL-L-LASTNAME,
                        :SQL-L-FISTNAME,
                        :SQL-L-EMAIL,
                        :SQL-L-SPOKEN,
                        :SQL-L-STREET1,
                        :SQL-L-STREET2,
                        :SQL-L-POSTCODE,
                        :SQL-L-CITY,
                        :SQL-L-ADR-COUNTRY
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 7045-LETTER-START THRU 7045-LETTER-END
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRREPERM
           END-EXEC.

      * Lettres, lignes de repermission et historique valides
      * ensemble, apres la fermeture du curseur
           EXEC SQL COMMIT WORK END-EXEC.

           CLOSE REPERMIS.
           CLOSE MAILHIST.

       7040-REPERMIS-END.
           EXIT.

      ******************************************************************
       7045-LETTER-START.

      *****************************************
      *  Corps d'une lettre, meme bloc que    *
      *  7030-LETTER-START de mailext, puis   *
      *  trace de l'envoi : repermission,     *
      *  mailing_history (campagne REPERMIS)  *
      *  et journal mailhist.dat              *
      *****************************************

           MOVE WS-SEPARATEUR    TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-ID         TO WS-RL-ID
           MOVE SQL-JOB-RUN-ID   TO WS-RL-RUN-ID
           MOVE WS-REF-LINE      TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-FISTNAME   TO WS-DL-FISTNAME
           MOVE SQL-L-LASTNAME   TO WS-DL-LASTNAME
           MOVE WS-DEST-LINE     TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-EMAIL      TO WS-EL-EMAIL
           MOVE WS-EMAIL-LINE    TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-STREET1    TO WS-AL-STREET1
           MOVE WS-ADR1-LINE     TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-STREET2    TO WS-AL-STREET2
           MOVE WS-ADR2-LINE     TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-POSTCODE   TO WS-AL-POSTCODE
           MOVE SQL-L-CITY       TO WS-AL-CITY
           MOVE SQL-L-ADR-COUNTRY TO WS-AL-COUNTRY
           MOVE WS-ADR3-LINE     TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-L-COUNTRY    TO WS-PL-COUNTRY
           MOVE SQL-L-SPOKEN     TO WS-PL-SPOKEN
           MOVE WS-PAYS-LINE     TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           MOVE SQL-REP-PHRASE   TO WS-PH-PHRASE
           MOVE WS-PHRASE-LINE   TO REPERMIS-ENTRY
           WRITE REPERMIS-ENTRY.

           ADD 1 TO WS-LETTER-COUNTER.

           EXEC SQL
               INSERT INTO repermission
                   (id, run_id, sent_date)
               VALUES (:SQL-L-ID, :SQL-JOB-RUN-ID, CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mailing_history
                   (id, run_id, run_date, country, phrase,
                    campaign_id)
               VALUES (:SQL-L-ID, :SQL-JOB-RUN-ID, CURRENT_TIMESTAMP,
                       :SQL-L-COUNTRY, :SQL-REP-PHRASE, 'REPERMIS')
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SQL-L-ID         TO WS-MH-ID.
           MOVE WS-RUN-DATE      TO WS-MH-RUN-DATE.
           MOVE SQL-L-COUNTRY    TO WS-MH-COUNTRY.
           MOVE SQL-REP-PHRASE   TO WS-MH-PHRASE.
           MOVE 'REPERMIS'       TO WS-MH-CAMPAIGN.
           MOVE SQL-JOB-RUN-ID   TO WS-MH-RUN-ID.
           MOVE WS-MAILHIST-LINE TO MAILHIST-ENTRY.
           WRITE MAILHIST-ENTRY.

       7045-LETTER-END.
           EXIT.

      ******************************************************************
       7050-ECHUS-START.

      *****************************************
      *  Contacts toujours actifs sans        *
      *  reponse a leur lettre de             *
      *  re-permission, delai de grace echu,  *
      *  et sans modification depuis l'envoi. *
      *  Mode REVUE : liste seulement (A      *
      *  RETIRER). Mode RETRAIT : soft delete *
      *  de chacun (active = 'N', comme       *
      *  l'option de retrait de maintdb) ;    *
      *  archpurg les purgera a l'echeance    *
      *  de sa retention.                     *
      *****************************************

           OPEN OUTPUT ECHUS.

      * Journal des retraits : on accumule d'un run a l'autre
           IF WS-MODE = 'RETRAIT'
               OPEN EXTEND CHANGELOG
               IF REC-CHG-STATUS NOT = '00'
                   OPEN OUTPUT CHANGELOG
               END-IF
           END-IF.

           EXEC SQL
               DECLARE CRECHUS CURSOR FOR
               SELECT repermission.id,
                      COALESCE(databank.country, ' '),
                      TO_CHAR(repermission.sent_date, 'YYYYMMDD'),
                      COALESCE(TO_CHAR(databank.last_modified,
                               'YYYYMMDD'), ' ')
               FROM repermission
               JOIN databank
                 ON databank.id = repermission.id
               WHERE databank.active = 'Y'
                 AND repermission.response IS NULL
                 AND repermission.retired_date IS NULL
                 AND repermission.sent_date <=
                     CURRENT_DATE - CAST(:SQL-GRACE-DAYS AS INTEGER)
                 AND (databank.last_modified IS NULL
                      OR CAST(databank.last_modified AS DATE)
                         <= repermission.sent_date)
               ORDER BY databank.country, repermission.id
           END-EXEC.

           EXEC SQL
               OPEN CRECHUS
           END-EXEC.

      * Fin de lecture sur indicateur : en mode RETRAIT, les ordres
      * de mise a jour de la boucle rechargent SQLCODE
           MOVE 'N' TO WS-ECHUS-EOF.
           PERFORM UNTIL WS-ECHUS-EOF = 'Y'
               EXEC SQL
                   FETCH CRECHUS
                   INTO :SQL-EC-ID, :SQL-EC-COUNTRY,
                        :SQL-EC-SENT, :SQL-EC-LASTMOD
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-ECHU-COUNTER
                   IF WS-MODE = 'RETRAIT'
                       PERFORM 7055-RETIRE-START THRU 7055-RETIRE-END
                       MOVE 'RETIRE'      TO WS-EL-ACTION
                   ELSE
                       MOVE 'A RETIRER'   TO WS-EL-ACTION
                   END-IF
                   MOVE SQL-EC-ID         TO WS-EL-ID
                   MOVE SQL-EC-COUNTRY    TO WS-EL-COUNTRY
                   MOVE SQL-EC-SENT       TO WS-EL-SENT
                   MOVE SQL-EC-LASTMOD    TO WS-EL-LASTMOD
                   MOVE WS-ECHU-LINE      TO ECHUS-ENTRY
                   WRITE ECHUS-ENTRY
               ELSE
                   MOVE 'Y' TO WS-ECHUS-EOF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRECHUS
           END-EXEC.

      * Retraits valides ensemble : une erreur en cours de boucle
      * (1001) annule tout le lot, la liste sera a reprendre
           EXEC SQL COMMIT WORK END-EXEC.

           CLOSE ECHUS.

           IF WS-MODE = 'RETRAIT'
               CLOSE CHANGELOG
               DISPLAY 'Contacts retires     : ' WS-RETIRED-COUNTER
           END-IF.

       7050-ECHUS-END.
           EXIT.

      ******************************************************************
       7055-RETIRE-START.

      *****************************************
      *  Soft delete d'un contact echu, avec  *
      *  son evenement RETRAIT pour les       *
      *  abonnes du flux (meme unite de       *
      *  travail, comme maintdb) et la date   *
      *  de retrait sur repermission. Trace   *
      *  au journal comme 8010-RETIRE de      *
      *  repairdb (new = RETIRE) : undodb     *
      *  sait le reactiver.                   *
      *****************************************

           EXEC SQL
               UPDATE databank
               SET active        = 'N',
                   last_modified = CURRENT_TIMESTAMP
               WHERE id = :SQL-EC-ID
                 AND active = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO change_event
                   (event_type, id, changed_fields, event_ts,
                    source_program)
               VALUES
                   ('RETRAIT', :SQL-EC-ID, 'active',
                    CURRENT_TIMESTAMP, 'dormsql')
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE repermission
               SET retired_date = CURRENT_DATE
               WHERE id = :SQL-EC-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO WS-RETIRED-COUNTER.

           MOVE SQL-EC-ID         TO WS-CL-ID.
           MOVE 'Y'               TO WS-CL-OLD-CODE.
           MOVE 'RETIRE'          TO WS-CL-NEW-CODE.
           MOVE '7055-RETIRE'     TO WS-CL-PARAGRAPH.
           MOVE WS-CHANGELOG-LINE TO CHANGELOG-ENTRY.
           WRITE CHANGELOG-ENTRY.

       7055-RETIRE-END.
           EXIT.

      ******************************************************************
       7060-TOTAUX-START.

      *****************************************
      *  Re-permission (cumul de tous les     *
      *  passages) et totaux de controle      *
      *****************************************

           MOVE PT-ETOILE   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-REPERMIS TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN response = 'O'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN response = 'N'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN response IS NULL
                                         AND retired_date IS NULL
                                        THEN 1 ELSE 0 END), 0),
                      COUNT(retired_date)
               INTO :SQL-CU-SENT, :SQL-CU-OUI, :SQL-CU-NON,
                    :SQL-CU-ATTENTE, :SQL-CU-RETIRED
               FROM repermission
           END-EXEC.

           MOVE 'Lettres envoyees (tous passages)' TO WS-CT-LABEL.
           MOVE SQL-CU-SENT                   TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Reponses oui'                TO WS-CT-LABEL.
           MOVE SQL-CU-OUI                    TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Reponses non (mis en suppression)' TO WS-CT-LABEL.
           MOVE SQL-CU-NON                    TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Sans reponse, en attente'    TO WS-CT-LABEL.
           MOVE SQL-CU-ATTENTE                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Retires (soft delete)'       TO WS-CT-LABEL.
           MOVE SQL-CU-RETIRED                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TOTAUX TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts actifs'             TO WS-CT-LABEL.
           MOVE WS-TOT-ACTIF                  TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts a risque'           TO WS-CT-LABEL.
           MOVE WS-TOT-RISQUE                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts dormants'           TO WS-CT-LABEL.
           MOVE WS-TOT-DORMANT                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Activite inconnue'           TO WS-CT-LABEL.
           MOVE WS-TOT-INCONNU                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Lettres de re-permission du passage' TO WS-CT-LABEL.
           MOVE WS-LETTER-COUNTER             TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Echus a retirer (repermis_retrait.dat)'
                                              TO WS-CT-LABEL.
           MOVE WS-ECHU-COUNTER               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Delai de grace (jours)'      TO WS-CT-LABEL.
           MOVE SQL-GRACE-DAYS                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7060-TOTAUX-END.
           EXIT.

      ******************************************************************
       7070-REPONSE-START.

      *****************************************
      *  Chargement des reponses a la lettre  *
      *  de re-permission. Pas de fichier =   *
      *  pas de reponse aujourd'hui, passage  *
      *  normal, comme retourdb.              *
      *****************************************

           OPEN INPUT REPONSE.
           IF REC-REPONSE-STATUS NOT = '00'
               DISPLAY 'Fichier repermis_rep.dat absent (status '
                   REC-REPONSE-STATUS ') : aucune reponse a traiter.'
               GO TO 7070-REPONSE-END
           END-IF.

           OPEN OUTPUT REPREJ.

           PERFORM UNTIL WS-REPONSE-EOF = 'Y'
               READ REPONSE
                   AT END
                       MOVE 'Y' TO WS-REPONSE-EOF
                   NOT AT END
                       IF REPONSE-ENTRY NOT = SPACE
                           ADD 1 TO WS-READ-COUNTER
                           PERFORM 7075-UNE-REPONSE-START
                               THRU 7075-UNE-REPONSE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REPONSE.
           CLOSE REPREJ.

           DISPLAY 'Reponses lues        : ' WS-READ-COUNTER.
           DISPLAY 'dont oui             : ' WS-OUI-COUNTER.
           DISPLAY 'dont non             : ' WS-NON-COUNTER.
           DISPLAY 'Reponses rejetees    : ' WS-REJECT-COUNTER.

       7070-REPONSE-END.
           EXIT.

      ******************************************************************
       7075-UNE-REPONSE-START.

      *****************************************
      *  Une reponse : decoupage, controle,   *
      *  enregistrement sur repermission. Un  *
      *  oui compte comme activite a la revue *
      *  suivante ; un non met le contact en  *
      *  liste de suppression (motif          *
      *  REPERMIS), comme retourdb pour les   *
      *  retours definitifs, avec son         *
      *  evenement OPTOUT comme suppdb.       *
      *  Chaque reponse est committee.        *
      *****************************************

           INITIALIZE SQL-REPLY.
           MOVE SPACE TO WS-RP-ANSWER-IN.
           MOVE SPACE TO WS-RP-DATE-IN.
           MOVE SPACE TO WS-REJECT-REASON.

           UNSTRING REPONSE-ENTRY DELIMITED BY ';'
               INTO SQL-RP-ID
                    WS-RP-ANSWER-IN
                    WS-RP-DATE-IN
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(WS-RP-ANSWER-IN)
               TO WS-RP-ANSWER-IN.
           IF WS-RP-ANSWER-IN = 'Y'
               MOVE 'O' TO WS-RP-ANSWER-IN
           END-IF.
           MOVE WS-RP-ANSWER-IN TO SQL-RP-ANSWER.

           PERFORM 7080-REP-VALIDE-START THRU 7080-REP-VALIDE-END.

           IF WS-REJECT-REASON NOT = SPACE THEN
               PERFORM 7085-REJET-START THRU 7085-REJET-END
               GO TO 7075-UNE-REPONSE-END
           END-IF.

           EXEC SQL
               UPDATE repermission
               SET response      = :SQL-RP-ANSWER,
                   response_date = TO_DATE(:SQL-RP-DATE, 'YYYYMMDD')
               WHERE id = :SQL-RP-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'E-SQL' TO WS-REJECT-REASON
               PERFORM 7085-REJET-START THRU 7085-REJET-END
               GO TO 7075-UNE-REPONSE-END
           END-IF.

           IF SQL-RP-ANSWER = 'O' THEN
               ADD 1 TO WS-OUI-COUNTER
               EXEC SQL COMMIT WORK END-EXEC
               GO TO 7075-UNE-REPONSE-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM suppression
               WHERE id = :SQL-RP-ID
           END-EXEC.

      * L'email est recopie de databank, comme le fait suppdb, pour
      * que l'exclusion par email de mailext joue aussi
           IF SQL-FOUND-COUNT = 0 THEN
               EXEC SQL
                   INSERT INTO suppression
                       (id, email, optout_date, reason)
                   SELECT id, email, CURRENT_DATE, 'REPERMIS'
                   FROM databank
                   WHERE id = :SQL-RP-ID
               END-EXEC
               IF SQLCODE = 0 THEN
                   EXEC SQL
                       INSERT INTO change_event
                           (event_type, id, changed_fields, event_ts,
                            source_program)
                       VALUES
                           ('OPTOUT', :SQL-RP-ID, 'suppression',
                            CURRENT_TIMESTAMP, 'dormsql')
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'E-SQL' TO WS-REJECT-REASON
               PERFORM 7085-REJET-START THRU 7085-REJET-END
               GO TO 7075-UNE-REPONSE-END
           END-IF.

           ADD 1 TO WS-NON-COUNTER.
           EXEC SQL COMMIT WORK END-EXEC.

       7075-UNE-REPONSE-END.
           EXIT.

      ******************************************************************
       7080-REP-VALIDE-START.

      *****************************************
      *  Controles d'une reponse, premier     *
      *  motif trouve = motif du rejet :      *
      *  E-ID      id absent                  *
      *  E-REPONSE reponse hors O/N           *
      *  E-DATE    date de reponse invalide   *
      *  E-INCONNU aucune lettre envoyee      *
      *  E-DOUBLON reponse deja enregistree   *
      *  E-RETIRE  contact deja retire (a     *
      *            reprendre dans maintdb)    *
      *****************************************

           IF SQL-RP-ID = SPACE THEN
               MOVE 'E-ID' TO WS-REJECT-REASON
               GO TO 7080-REP-VALIDE-END
           END-IF.

           IF SQL-RP-ANSWER NOT = 'O' AND SQL-RP-ANSWER NOT = 'N'
              OR WS-RP-ANSWER-IN(2:9) NOT = SPACE THEN
               MOVE 'E-REPONSE' TO WS-REJECT-REASON
               GO TO 7080-REP-VALIDE-END
           END-IF.

      * Date de reponse absente : date du passage
           IF WS-RP-DATE-IN = SPACE THEN
               MOVE WS-RUN-DATE TO SQL-RP-DATE
           ELSE
               IF WS-RP-DATE-IN(1:8) IS NOT NUMERIC OR
                  WS-RP-DATE-IN(9:2) NOT = SPACE THEN
                   MOVE 'E-DATE' TO WS-REJECT-REASON
                   GO TO 7080-REP-VALIDE-END
               END-IF
               MOVE WS-RP-DATE-IN(1:8) TO SQL-RP-DATE
           END-IF.

      * COALESCE(MAX(...)) rend toujours une ligne : aucune lettre
      * donne un compte a zero
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(response), ' '),
                      COUNT(retired_date)
               INTO :SQL-FOUND-COUNT, :SQL-RP-OLD-ANSWER,
                    :SQL-RP-RETIRED
               FROM repermission
               WHERE id = :SQL-RP-ID
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               MOVE 'E-INCONNU' TO WS-REJECT-REASON
               GO TO 7080-REP-VALIDE-END
           END-IF.

           IF SQL-RP-OLD-ANSWER NOT = SPACE THEN
               MOVE 'E-DOUBLON' TO WS-REJECT-REASON
               GO TO 7080-REP-VALIDE-END
           END-IF.

           IF SQL-RP-RETIRED NOT = 0 THEN
               MOVE 'E-RETIRE' TO WS-REJECT-REASON
               GO TO 7080-REP-VALIDE-END
           END-IF.

       7080-REP-VALIDE-END.
           EXIT.

      ******************************************************************
       7085-REJET-START.

           ADD 1 TO WS-REJECT-COUNTER.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE REPONSE-ENTRY    TO WS-REJ-RECORD.
           MOVE WS-REJECT-LINE   TO REPREJ-ENTRY.
           WRITE REPREJ-ENTRY.

       7085-REJET-END.
           EXIT.

      ******************************************************************
       7090-SEUIL-START.

      *****************************************
      *  Seuils d'un pays (nom tel que dans   *
      *  databank.country), ou seuils par     *
      *  defaut pour '*' : la ligne existante *
      *  est remplacee                        *
      *****************************************

           EXEC SQL
               DELETE FROM dormancy_rule
               WHERE country = :SQL-RU-COUNTRY
           END-EXEC.

           EXEC SQL
               INSERT INTO dormancy_rule
                   (country, atrisk_months, dormant_months, updated)
               VALUES (:SQL-RU-COUNTRY, :SQL-RU-RISQUE,
                       :SQL-RU-DORMANT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY 'Seuils ' SQL-RU-COUNTRY(1:30) ' : a risque '
               SQL-RU-RISQUE ' mois, dormant ' SQL-RU-DORMANT ' mois.'.

       7090-SEUIL-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
      * Erreur base : ROLLBACK et arret. Le classement est committe
      * a part ; les retraits du passage sont annules ensemble et
      * seront repris au passage suivant. Une erreur pendant les
      * lettres annule leur trace en base : le fichier
      * repermis_AAAAMMJJ.dat du jour est a ecarter avant relance.
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
