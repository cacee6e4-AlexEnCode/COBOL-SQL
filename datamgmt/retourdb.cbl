      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql retourdb.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. retourdb.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichier de retours quotidien du routeur : une ligne par
      * lettre revenue, champs separes par ';' comme intake.dat :
      * id;run_id;date_retour(AAAAMMJJ);type;motif. L'id et le run_id
      * sont ceux de la ligne Reference de la lettre (mailext).
      * Types : NPAI (n'habite pas a l'adresse indiquee) et HARD
      * (rebond email definitif) sont des retours definitifs, SOFT
      * un retour temporaire (boite pleine, serveur indisponible).
           SELECT RETOUR ASSIGN TO 'retour.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RETOUR-STATUS.

      * Retours non exploitables, a renvoyer au routeur : code motif
      * + ligne d'origine, meme principe que reject.dat de loaddb
           SELECT RETREJ ASSIGN TO 'retour_rejet.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RETREJ-STATUS.

      * Rapport des retours par pays et par phrase pour le marketing
           SELECT RAPPORT ASSIGN TO 'retours.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPORT-STATUS.

      * Journal hors ligne des retours (une ligne par lettre revenue),
      * accumule comme mailhist.dat : lu par inqdb pour afficher le
      * statut de retour a cote de chaque lettre, sans acces base
           SELECT MAILRET ASSIGN TO 'mailret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-MAILRET-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD RETOUR
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  RETOUR-ENTRY      PIC X(200).

       FD RETREJ
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  RETREJ-ENTRY      PIC X(211).

       FD RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-ENTRY     PIC X(125).

       FD MAILRET
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  MAILRET-ENTRY     PIC X(141).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-RETOUR-STATUS      PIC X(2).
       01 REC-RETREJ-STATUS      PIC X(2).
       01 REC-RAPPORT-STATUS     PIC X(2).
       01 REC-MAILRET-STATUS     PIC X(2).

      *****************************************
      *        VARIABLE RAPPORT               *
      *****************************************
       01  PT-ENTETE    PIC X(27) VALUE '*     RETOURS ROUTEUR     *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-PAYS      PIC X(27) VALUE '*    RETOURS PAR PAYS     *'.
       01  PT-PHRASE    PIC X(27) VALUE '*   RETOURS PAR PHRASE    *'.
       01  PT-TOTAUX    PIC X(27) VALUE '*    TOTAUX DU PASSAGE    *'.

      * Une ligne par pays ou par phrase : lettres parties, retours
      * recus sur ces lettres, dont retours definitifs
       01  WS-RETSTAT-LINE.
           05  WS-RS-KEY         PIC X(50).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-RS-SENT        PIC 9(07).
           05  FILLER            PIC X(10) VALUE ' lettres, '.
           05  WS-RS-RETURNS     PIC 9(07).
           05  FILLER            PIC X(15) VALUE ' retours, dont '.
           05  WS-RS-HARD        PIC 9(07).
           05  FILLER            PIC X(11) VALUE ' definitifs'.

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(07).

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-RETOUR-EOF         PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON      PIC X(10) VALUE SPACE.
       01  WS-RT-RUNID-IN        PIC X(10) VALUE SPACE.
       01  WS-RT-DATE-IN         PIC X(10) VALUE SPACE.
       01  WS-RUNID-CHECK        PIC X(10) VALUE SPACE.
       01  WS-SEUIL-ENV          PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.

       01  WS-READ-COUNTER       PIC 9(07) VALUE ZERO.
       01  WS-MATCH-COUNTER      PIC 9(07) VALUE ZERO.
       01  WS-HARD-COUNTER       PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNTER     PIC 9(07) VALUE ZERO.
       01  WS-SUPP-COUNTER       PIC 9(07) VALUE ZERO.

      * Ligne de rejet : motif en tete, puis la ligne d'origine
       01  WS-REJECT-LINE.
           05  WS-REJ-REASON     PIC X(10).
           05  FILLER            PIC X(01) VALUE ';'.
           05  WS-REJ-RECORD     PIC X(200).

      * Meme dessin que MAILRET-REC d'inqdb : id et date d'envoi de
      * la lettre, puis le retour lui-meme et le run_id de la lettre
      * (id + run_id = cle de rapprochement avec mailhist.dat)
       01  WS-MAILRET-LINE.
           05  WS-MR-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MR-RUN-DATE    PIC X(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MR-RETURN-DATE PIC X(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MR-TYPE        PIC X(10).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MR-REASON      PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-MR-RUN-ID      PIC 9(10).

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-RETURN.
           05  SQL-RT-ID            PIC X(50).
           05  SQL-RT-RUN-ID        PIC 9(10).
           05  SQL-RT-DATE          PIC X(08).
           05  SQL-RT-TYPE          PIC X(10).
           05  SQL-RT-REASON        PIC X(50).
           05  SQL-RT-RUN-DATE      PIC X(08).

       01  SQL-RETSTAT.
           05  SQL-RS-KEY           PIC X(50).
           05  SQL-RS-SENT          PIC 9(07).
           05  SQL-RS-RETURNS       PIC 9(07).
           05  SQL-RS-HARD          PIC 9(07).

       01  SQL-FOUND-COUNT      PIC 9(10).
       01  SQL-HARD-COUNT       PIC 9(10).

      * Nombre de retours definitifs au-dela duquel le contact part
      * en liste de suppression (RETOURDB_SEUIL, 3 par defaut)
       01  SQL-SEUIL            PIC 9(05) VALUE 3.

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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * Seuil de retours definitifs parametrable par l'environnement,
      * comme MAILEXT_FREQ_DAYS dans mailext
           ACCEPT WS-SEUIL-ENV
               FROM ENVIRONMENT "RETOURDB_SEUIL".
           IF WS-SEUIL-ENV NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-SEUIL-ENV) TO SQL-SEUIL
           END-IF.
           IF SQL-SEUIL = ZERO
               MOVE 1 TO SQL-SEUIL
           END-IF.

           PERFORM 0015-SCHEMA-SETUP-START THRU 0015-SCHEMA-SETUP-END.
           PERFORM 0020-JOBSTART-START     THRU 0020-JOBSTART-END.

      * Pas de fichier de retours = pas de retour aujourd'hui : le
      * passage est normal, le rapport cumule est quand meme produit
           OPEN INPUT RETOUR.
           IF REC-RETOUR-STATUS NOT = '00'
               DISPLAY 'Fichier retour.dat absent (status '
                   REC-RETOUR-STATUS ') : aucun retour a traiter.'
           ELSE
               OPEN OUTPUT RETREJ
               OPEN EXTEND MAILRET
               IF REC-MAILRET-STATUS NOT = '00'
                   OPEN OUTPUT MAILRET
               END-IF

               PERFORM UNTIL WS-RETOUR-EOF = 'Y'
                   READ RETOUR
                       AT END
                           MOVE 'Y' TO WS-RETOUR-EOF
                       NOT AT END
                           IF RETOUR-ENTRY NOT = SPACE
                               ADD 1 TO WS-READ-COUNTER
                               PERFORM 7010-RETOUR-START
                                   THRU 7010-RETOUR-END
                           END-IF
                   END-READ
               END-PERFORM

               EXEC SQL COMMIT WORK END-EXEC

               CLOSE RETOUR
               CLOSE RETREJ
               CLOSE MAILRET
           END-IF.

           OPEN OUTPUT RAPPORT.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ENTETE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           PERFORM 7040-BYCOUNTRY-START THRU 7040-BYCOUNTRY-END.
           PERFORM 7050-BYPHRASE-START  THRU 7050-BYPHRASE-END.
           PERFORM 7060-TOTAUX-START    THRU 7060-TOTAUX-END.

           CLOSE RAPPORT.

           DISPLAY 'Retours lus          : ' WS-READ-COUNTER.
           DISPLAY 'Retours rapproches   : ' WS-MATCH-COUNTER.
           DISPLAY 'dont definitifs      : ' WS-HARD-COUNTER.
           DISPLAY 'Retours rejetes      : ' WS-REJECT-COUNTER.
           DISPLAY 'Contacts supprimes   : ' WS-SUPP-COUNTER.

           PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END.

           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Tables utilisees, creees si absentes *
      *  (idempotent) : retourdb ne doit pas  *
      *  dependre d'un passage prealable de   *
      *  mailext ou de suppdb.                *
      *****************************************

      * Memes definitions que dans mailext
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

      * Retours du routeur : une ligne par lettre revenue, cle id +
      * run_id de mailing_history
           EXEC SQL
               CREATE TABLE IF NOT EXISTS mailing_return
                   (id          VARCHAR(50),
                    run_id      NUMERIC,
                    return_date DATE,
                    return_type VARCHAR(10),
                    reason      VARCHAR(50),
                    load_date   TIMESTAMP)
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
      *  comme dans mailext et loaddb         *
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
                   ('retourdb', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'retourdb'
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

           MOVE 'OK' TO SQL-JOB-STATUS.
           INITIALIZE SQL-JOB-COUNTS.
           STRING 'retours='        DELIMITED BY SIZE
                  WS-READ-COUNTER   DELIMITED BY SIZE
                  ' rapproches='    DELIMITED BY SIZE
                  WS-MATCH-COUNTER  DELIMITED BY SIZE
                  ' rejets='        DELIMITED BY SIZE
                  WS-REJECT-COUNTER DELIMITED BY SIZE
                  ' suppr='         DELIMITED BY SIZE
                  WS-SUPP-COUNTER   DELIMITED BY SIZE
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
       7010-RETOUR-START.

      *****************************************
      *  Un retour du routeur : decoupage,    *
      *  controle, rapprochement avec la      *
      *  lettre de mailing_history (id +      *
      *  run_id), enregistrement, puis mise   *
      *  en suppression si le contact atteint *
      *  le seuil de retours definitifs.      *
      *****************************************

           INITIALIZE SQL-RETURN.
           MOVE SPACE TO WS-RT-RUNID-IN.
           MOVE SPACE TO WS-RT-DATE-IN.
           MOVE SPACE TO WS-REJECT-REASON.

           UNSTRING RETOUR-ENTRY DELIMITED BY ';'
               INTO SQL-RT-ID
                    WS-RT-RUNID-IN
                    WS-RT-DATE-IN
                    SQL-RT-TYPE
                    SQL-RT-REASON
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(SQL-RT-TYPE) TO SQL-RT-TYPE.

           PERFORM 7020-VALIDATE-START THRU 7020-VALIDATE-END.

           IF WS-REJECT-REASON NOT = SPACE THEN
               PERFORM 7030-REJECT-START THRU 7030-REJECT-END
               GO TO 7010-RETOUR-END
           END-IF.

           EXEC SQL
               INSERT INTO mailing_return
                   (id, run_id, return_date, return_type, reason,
                    load_date)
               VALUES (:SQL-RT-ID, :SQL-RT-RUN-ID,
                       TO_DATE(:SQL-RT-DATE, 'YYYYMMDD'),
                       :SQL-RT-TYPE, :SQL-RT-REASON, CURRENT_TIMESTAMP)
           END-EXEC.

      * Insertion refusee : l'echec avorte la transaction PostgreSQL,
      * ROLLBACK pour que les retours suivants passent (chaque retour
      * accepte est committe aussitot, rien d'autre n'est perdu)
           IF SQLCODE NOT = 0 THEN
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'E-SQL' TO WS-REJECT-REASON
               PERFORM 7030-REJECT-START THRU 7030-REJECT-END
               GO TO 7010-RETOUR-END
           END-IF.

           ADD 1 TO WS-MATCH-COUNTER.

      * Journal hors ligne pour inqdb : id + run_id de la lettre
      * sont la cle commune avec mailhist.dat (deux lettres le meme
      * jour, REPERMIS et campagne, ne se confondent pas)
           MOVE SQL-RT-ID       TO WS-MR-ID.
           MOVE SQL-RT-RUN-DATE TO WS-MR-RUN-DATE.
           MOVE SQL-RT-DATE     TO WS-MR-RETURN-DATE.
           MOVE SQL-RT-TYPE     TO WS-MR-TYPE.
           MOVE SQL-RT-REASON   TO WS-MR-REASON.
           MOVE SQL-RT-RUN-ID   TO WS-MR-RUN-ID.
           MOVE WS-MAILRET-LINE TO MAILRET-ENTRY.
           WRITE MAILRET-ENTRY.

           IF SQL-RT-TYPE = 'HARD' OR SQL-RT-TYPE = 'NPAI' THEN
               ADD 1 TO WS-HARD-COUNTER
               PERFORM 7035-SEUIL-START THRU 7035-SEUIL-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

       7010-RETOUR-END.
           EXIT.

      ******************************************************************
       7020-VALIDATE-START.

      *****************************************
      *  Controles d'un retour, premier motif *
      *  trouve = motif du rejet :            *
      *  E-ID      id absent                  *
      *  E-RUNID   run_id absent/non numerique*
      *  E-DATE    date de retour invalide    *
      *  E-TYPE    type hors NPAI/HARD/SOFT   *
      *  E-INCONNU aucune lettre id + run_id  *
      *  E-DOUBLON retour deja enregistre     *
      *****************************************

           IF SQL-RT-ID = SPACE THEN
               MOVE 'E-ID' TO WS-REJECT-REASON
               GO TO 7020-VALIDATE-END
           END-IF.

      * run_id numerique : meme test de classe que l'id dans loaddb,
      * apres bascule des espaces de droite en zeros
           IF WS-RT-RUNID-IN = SPACE THEN
               MOVE 'E-RUNID' TO WS-REJECT-REASON
               GO TO 7020-VALIDATE-END
           END-IF.

           MOVE WS-RT-RUNID-IN TO WS-RUNID-CHECK.
           MOVE FUNCTION REVERSE(WS-RUNID-CHECK) TO WS-RUNID-CHECK.
           INSPECT WS-RUNID-CHECK REPLACING LEADING SPACE BY ZERO.
           IF WS-RUNID-CHECK IS NOT NUMERIC THEN
               MOVE 'E-RUNID' TO WS-REJECT-REASON
               GO TO 7020-VALIDATE-END
           END-IF.

           MOVE FUNCTION NUMVAL(WS-RT-RUNID-IN) TO SQL-RT-RUN-ID.

      * Date de retour absente : date du passage
           IF WS-RT-DATE-IN = SPACE THEN
               MOVE WS-RUN-DATE TO SQL-RT-DATE
           ELSE
               IF WS-RT-DATE-IN(1:8) IS NOT NUMERIC OR
                  WS-RT-DATE-IN(9:2) NOT = SPACE THEN
                   MOVE 'E-DATE' TO WS-REJECT-REASON
                   GO TO 7020-VALIDATE-END
               END-IF
               MOVE WS-RT-DATE-IN(1:8) TO SQL-RT-DATE
           END-IF.

           IF SQL-RT-TYPE NOT = 'NPAI' AND SQL-RT-TYPE NOT = 'HARD'
              AND SQL-RT-TYPE NOT = 'SOFT' THEN
               MOVE 'E-TYPE' TO WS-REJECT-REASON
               GO TO 7020-VALIDATE-END
           END-IF.

      * Rapprochement avec la lettre : COALESCE(MAX(...)) rend
      * toujours une ligne, une lettre inconnue donne un espace
           EXEC SQL
               SELECT COALESCE(MAX(TO_CHAR(run_date, 'YYYYMMDD')), ' ')
               INTO :SQL-RT-RUN-DATE
               FROM mailing_history
               WHERE id = :SQL-RT-ID
                 AND run_id = :SQL-RT-RUN-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-RT-RUN-DATE = SPACE THEN
               MOVE 'E-INCONNU' TO WS-REJECT-REASON
               GO TO 7020-VALIDATE-END
           END-IF.

      * Une lettre ne revient qu'une fois : un fichier rejoue par le
      * routeur ne doit pas gonfler le compte des retours
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM mailing_return
               WHERE id = :SQL-RT-ID
                 AND run_id = :SQL-RT-RUN-ID
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               MOVE 'E-DOUBLON' TO WS-REJECT-REASON
               GO TO 7020-VALIDATE-END
           END-IF.

       7020-VALIDATE-END.
           EXIT.

      ******************************************************************
       7030-REJECT-START.

           ADD 1 TO WS-REJECT-COUNTER.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE RETOUR-ENTRY     TO WS-REJ-RECORD.
           MOVE WS-REJECT-LINE   TO RETREJ-ENTRY.
           WRITE RETREJ-ENTRY.

       7030-REJECT-END.
           EXIT.

      ******************************************************************
       7035-SEUIL-START.

      *****************************************
      *  Retour definitif : au seuil          *
      *  RETOURDB_SEUIL, le contact entre en  *
      *  liste de suppression (motif RETOUR)  *
      *  - il reste actif pour les rapports   *
      *  mais mailext ne le sert plus.        *
      *****************************************

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-HARD-COUNT
               FROM mailing_return
               WHERE id = :SQL-RT-ID
                 AND return_type IN ('HARD', 'NPAI')
           END-EXEC.

           IF SQL-HARD-COUNT < SQL-SEUIL THEN
               GO TO 7035-SEUIL-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM suppression
               WHERE id = :SQL-RT-ID
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               GO TO 7035-SEUIL-END
           END-IF.

      * L'email est recopie de databank, comme le fait suppdb, pour
      * que l'exclusion par email de mailext joue aussi
           EXEC SQL
               INSERT INTO suppression
                   (id, email, optout_date, reason)
               SELECT id, email, CURRENT_DATE, 'RETOUR'
               FROM databank
               WHERE id = :SQL-RT-ID
           END-EXEC.

           IF SQLCODE = 0 THEN
               ADD 1 TO WS-SUPP-COUNTER
               DISPLAY 'Contact ' SQL-RT-ID(1:20) ' mis en '
                   'suppression (' SQL-HARD-COUNT
                   ' retours definitifs).'
           END-IF.

       7035-SEUIL-END.
           EXIT.

      ******************************************************************
       7040-BYCOUNTRY-START.

      *****************************************
      *  Retours par pays, tous passages      *
      *  confondus : lettres parties de       *
      *  mailing_history et retours recus sur *
      *  ces lettres - les marches aux        *
      *  donnees sales ressortent ici.        *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-PAYS   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRRETPAYS CURSOR FOR
               SELECT mailing_history.country,
                      COUNT(*),
                      COUNT(mailing_return.id),
                      COALESCE(SUM(CASE WHEN mailing_return.return_type
                                        IN ('HARD', 'NPAI')
                                        THEN 1 ELSE 0 END), 0)
               FROM mailing_history
               LEFT JOIN mailing_return
                 ON mailing_return.id = mailing_history.id
                AND mailing_return.run_id = mailing_history.run_id
               GROUP BY mailing_history.country
               ORDER BY mailing_history.country
           END-EXEC.

           EXEC SQL
               OPEN CRRETPAYS
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRRETPAYS
                   INTO :SQL-RS-KEY, :SQL-RS-SENT,
                        :SQL-RS-RETURNS, :SQL-RS-HARD
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 9000-RETSTAT-START THRU 9000-RETSTAT-END
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRRETPAYS
           END-EXEC.

       7040-BYCOUNTRY-END.
           EXIT.

      ******************************************************************
       7050-BYPHRASE-START.

      *****************************************
      *  Retours par phrase envoyee, memes    *
      *  comptes que 7040-BYCOUNTRY-START     *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-PHRASE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRRETPHRASE CURSOR FOR
               SELECT mailing_history.phrase,
                      COUNT(*),
                      COUNT(mailing_return.id),
                      COALESCE(SUM(CASE WHEN mailing_return.return_type
                                        IN ('HARD', 'NPAI')
                                        THEN 1 ELSE 0 END), 0)
               FROM mailing_history
               LEFT JOIN mailing_return
                 ON mailing_return.id = mailing_history.id
                AND mailing_return.run_id = mailing_history.run_id
               GROUP BY mailing_history.phrase
               ORDER BY mailing_history.phrase
           END-EXEC.

           EXEC SQL
               OPEN CRRETPHRASE
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRRETPHRASE
                   INTO :SQL-RS-KEY, :SQL-RS-SENT,
                        :SQL-RS-RETURNS, :SQL-RS-HARD
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 9000-RETSTAT-START THRU 9000-RETSTAT-END
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRRETPHRASE
           END-EXEC.

       7050-BYPHRASE-END.
           EXIT.

      ******************************************************************
       7060-TOTAUX-START.

      *****************************************
      *  Totaux du passage du jour            *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TOTAUX TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'Retours lus'                 TO WS-CT-LABEL.
           MOVE WS-READ-COUNTER               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Retours rapproches'          TO WS-CT-LABEL.
           MOVE WS-MATCH-COUNTER              TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'dont retours definitifs'     TO WS-CT-LABEL.
           MOVE WS-HARD-COUNTER               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Retours rejetes (retour_rejet.dat)' TO WS-CT-LABEL.
           MOVE WS-REJECT-COUNTER             TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts mis en suppression (RETOUR)' TO WS-CT-LABEL.
           MOVE WS-SUPP-COUNTER               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7060-TOTAUX-END.
           EXIT.

      ******************************************************************
       9000-RETSTAT-START.

           MOVE SQL-RS-KEY      TO WS-RS-KEY.
           MOVE SQL-RS-SENT     TO WS-RS-SENT.
           MOVE SQL-RS-RETURNS  TO WS-RS-RETURNS.
           MOVE SQL-RS-HARD     TO WS-RS-HARD.
           MOVE WS-RETSTAT-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       9000-RETSTAT-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
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
