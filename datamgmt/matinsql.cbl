      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql matinsql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. matinsql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Synthese du matin : une page qui reprend tout ce que la
      * chaine de nuit a produit, avec un verdict GREEN/AMBER/RED
           SELECT RAPPORT ASSIGN TO 'matin.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPORT-STATUS.

      * Fichiers de la nuit relus en entree, jamais modifies
           SELECT CHAIN-CKPT ASSIGN TO 'chaindrv.ckpt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CKPT-STATUS.

           SELECT REJECTS ASSIGN TO 'reject.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REJECT-STATUS.

           SELECT EXCEPTION-COUNTRY ASSIGN TO 'exception_country.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-EXC-STATUS.

           SELECT EXCEPTION-AGE ASSIGN TO 'exception_age.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-EXC-AGE-STATUS.

           SELECT EXCEPTION-POSTCODE
           ASSIGN TO 'exception_postcode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-EXC-PC-STATUS.

           SELECT RAPPORT-PAYS ASSIGN TO 'rapport2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-PAYS-STATUS.

           SELECT MAILSUM ASSIGN TO 'mailsum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-SUM-STATUS.

           SELECT DOUBLONS ASSIGN TO 'doublons.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-DOUB-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-ENTRY     PIC X(125).

       FD CHAIN-CKPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHAIN-CKPT-ENTRY  PIC X(10).

      * Memes longueurs d'enregistrement que les programmes qui
      * ecrivent ces fichiers (loaddb, payssql, mailext, dedupdb)
       FD REJECTS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  REJECT-ENTRY      PIC X(531).

       FD EXCEPTION-COUNTRY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  EXCEPTION-COUNTRY-ENTRY PIC X(203).

       FD EXCEPTION-AGE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  EXCEPTION-AGE-ENTRY PIC X(163).

       FD EXCEPTION-POSTCODE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  EXCEPTION-POSTCODE-ENTRY PIC X(129).

       FD RAPPORT-PAYS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-PAYS-ENTRY PIC X(125).

      * Lignes de synthese de mailext : libelle (pays ou motif) sur
      * 30, ' : ', compteur sur 5, puis ' lettres' ou
      * ' supprimees (opt-out)' selon la ligne
       FD MAILSUM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  MAILSUM-ENTRY.
           05  MS-LABEL          PIC X(30).
           05  MS-SEP            PIC X(03).
           05  MS-COUNT          PIC X(05).
           05  MS-SUFFIX         PIC X(42).

       FD DOUBLONS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  DOUBLONS-ENTRY    PIC X(215).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-RAPPORT-STATUS     PIC X(2).
       01 REC-CKPT-STATUS        PIC X(2).
       01 REC-REJECT-STATUS      PIC X(2).
       01 REC-EXC-STATUS         PIC X(2).
       01 REC-EXC-AGE-STATUS     PIC X(2).
       01 REC-EXC-PC-STATUS      PIC X(2).
       01 REC-PAYS-STATUS        PIC X(2).
       01 REC-SUM-STATUS         PIC X(2).
       01 REC-DOUB-STATUS        PIC X(2).

      *****************************************
      *        VARIABLE RAPPORT               *
      *****************************************
       01  PT-ENTETE    PIC X(27) VALUE '*   SYNTHESE DU MATIN     *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-ETAPES    PIC X(27) VALUE '*   ETAPES DE LA CHAINE   *'.
       01  PT-COMPTES   PIC X(27) VALUE '*   COMPTES DE LA NUIT    *'.
       01  PT-RAPPROCH  PIC X(27) VALUE '*     RAPPROCHEMENTS      *'.
       01  PT-VERDICT   PIC X(27) VALUE '*         VERDICT         *'.

       01  WS-DATE-LINE.
           05  FILLER            PIC X(18) VALUE 'Synthese du     : '.
           05  WS-DT-DATE        PIC 9(08).

      * Une ligne par etape : statut du dernier passage (24 h),
      * heure de debut, duree et moyenne des passages OK sur 30 jours
       01  WS-STEP-LINE.
           05  WS-SL-NAME        PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-SL-STATUS      PIC X(08).
           05  FILLER            PIC X(07) VALUE ' debut '.
           05  WS-SL-START       PIC X(05).
           05  FILLER            PIC X(07) VALUE ' duree '.
           05  WS-SL-ELAPSED     PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE ' s  moy. 30j: '.
           05  WS-SL-AVG         PIC ZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' s '.
           05  WS-SL-FLAG        PIC X(08).

      * Un compte de la nuit, la valeur de la veille et l'ecart
       01  WS-METRIC-LINE.
           05  WS-ML-LABEL       PIC X(30).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-ML-VALUE       PIC ZZZZZZ9.
           05  FILLER            PIC X(09) VALUE '  veille '.
           05  WS-ML-PREV        PIC ZZZZZZ9.
           05  FILLER            PIC X(08) VALUE '  ecart '.
           05  WS-ML-ECART       PIC +9(07).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-ML-FLAG        PIC X(08).

       01  WS-INFO-LINE.
           05  WS-IL-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-IL-TEXT        PIC X(60).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-IL-FLAG        PIC X(08).

       01  WS-VERDICT-LINE.
           05  FILLER            PIC X(18) VALUE 'Verdict         : '.
           05  WS-VL-VERDICT     PIC X(05).
           05  FILLER            PIC X(02) VALUE ' ('.
           05  WS-VL-RED         PIC ZZ9.
           05  FILLER            PIC X(09) VALUE ' rouges, '.
           05  WS-VL-AMBER       PIC ZZ9.
           05  FILLER            PIC X(11) VALUE ' oranges)  '.

       01  WS-SEUIL-LINE.
           05  FILLER            PIC X(18) VALUE 'Seuils          : '.
           05  FILLER            PIC X(07) VALUE 'duree '.
           05  WS-SV-DUREE       PIC ZZ9.
           05  FILLER            PIC X(10) VALUE '%  rejets '.
           05  WS-SV-REJETS      PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE '  quarantaine '.
           05  WS-SV-QUAR        PIC ZZZZ9.
           05  FILLER            PIC X(08) VALUE '  ecart '.
           05  WS-SV-ECART       PIC ZZ9.
           05  FILLER            PIC X(01) VALUE '%'.

      *****************************************
      *       VARIABLE ETAPES DE LA NUIT      *
      *****************************************
      * Memes etapes que la chaine de chaindrv (sans la synthese
      * elle-meme), dans l'ordre de la nuit
       01  WS-STEP-NAMES.
           05  FILLER            PIC X(10) VALUE 'loaddb'.
           05  FILLER            PIC X(10) VALUE 'payssql'.
           05  FILLER            PIC X(10) VALUE 'foyersql'.
           05  FILLER            PIC X(10) VALUE 'banksql'.
           05  FILLER            PIC X(10) VALUE 'retourdb'.
           05  FILLER            PIC X(10) VALUE 'mailext'.
           05  FILLER            PIC X(10) VALUE 'extrdb'.
           05  FILLER            PIC X(10) VALUE 'eventsql'.
       01  FILLER REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME      PIC X(10) OCCURS 8.

       01  WS-STEP-MAX           PIC 9(01) VALUE 8.
       01  WS-STEP-IX            PIC 9(01) VALUE 1.

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-FS-RC              PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-EOF                PIC X(01) VALUE 'N'.
       01  WS-ENV                PIC X(10) VALUE SPACE.

      * Seuils du verdict, parametrables par l'environnement :
      *  MATINSQL_SEUIL_DUREE  duree d'une etape au-dela de ce % de
      *                        sa moyenne 30 jours (200 par defaut)
      *  MATINSQL_SEUIL_REJETS rejets loaddb (100 par defaut)
      *  MATINSQL_SEUIL_QUAR   quarantaines pays+age+code postal
      *                        (100 par defaut)
      *  MATINSQL_SEUIL_ECART  variation d'un compte par rapport a la
      *                        veille, en % (50 par defaut)
      * Depassement = AMBER ; etape en echec ou absente, ou
      * rapprochement en desequilibre = RED
       01  WS-SEUIL-DUREE        PIC 9(03) VALUE 200.
       01  WS-SEUIL-REJETS       PIC 9(05) VALUE 100.
       01  WS-SEUIL-QUAR         PIC 9(05) VALUE 100.
       01  WS-SEUIL-ECART        PIC 9(03) VALUE 50.

      * Une etape de moins d'une minute n'est jamais signalee lente
       01  WS-MIN-SECONDS        PIC 9(03) VALUE 60.

       01  WS-VERDICT            PIC X(05) VALUE SPACE.
       01  WS-RED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-AMBER-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-RECON-FAILED       PIC 9(03) VALUE ZERO.

      * Comptes de la nuit relus dans les fichiers
       01  WS-REJECT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EXC-PAYS-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-EXC-AGE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EXC-CP-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-QUAR-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-LETTER-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-OPTOUT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-DOUBLON-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-ECART              PIC S9(07) VALUE ZERO.
       01  WS-ECART-ABS          PIC 9(07) VALUE ZERO.

      * Etat de rapport2.dat : O = ligne de rapprochement equilibre
      * trouvee, D = desequilibre, N = pas de ligne (payssql arrete
      * avant ses totaux), A = fichier absent
       01  WS-PAYS-RECON         PIC X(01) VALUE 'A'.

      * Metrique en cours de traitement par 7045-METRIQUE-START
       01  WS-MT-LABEL           PIC X(30) VALUE SPACE.
       01  WS-MT-FLAG            PIC X(08) VALUE SPACE.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-STEP.
           05  SQL-ST-PROGRAM       PIC X(30).
           05  SQL-ST-RUN-ID        PIC 9(10).
           05  SQL-ST-STATUS        PIC X(10).
           05  SQL-ST-START         PIC X(05).
           05  SQL-ST-ELAPSED       PIC 9(07).
           05  SQL-ST-AVG           PIC 9(07).
           05  SQL-ST-COUNTS        PIC X(200).

       01  SQL-METRIC.
           05  SQL-MT-KEY           PIC X(30).
           05  SQL-MT-VALUE         PIC 9(10).
           05  SQL-MT-PREV          PIC 9(10).
           05  SQL-MT-FOUND         PIC 9(10).
       01  SQL-PREV-RUN-ID          PIC 9(10).

      * Dernier lot du registre des lots recus de loaddb
       01  SQL-INTAKE.
           05  SQL-IC-SUPPLIER      PIC X(20).
           05  SQL-IC-FILEDATE      PIC 9(08).
           05  SQL-IC-SEQ           PIC 9(06).
           05  SQL-IC-STATUS        PIC X(10).
           05  SQL-IC-COUNT         PIC 9(10).

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

           IF WS-FS-RC NOT = ZERO
               MOVE 'REJET' TO SQL-JOB-STATUS
               PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 0000-MAIN-END
           END-IF.

           OPEN OUTPUT RAPPORT.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ENTETE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE WS-RUN-DATE  TO WS-DT-DATE.
           MOVE WS-DATE-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           PERFORM 7010-ETAPES-START     THRU 7010-ETAPES-END.
           PERFORM 7020-REPRISE-START    THRU 7020-REPRISE-END.
           PERFORM 7030-FICHIERS-START   THRU 7030-FICHIERS-END.
           PERFORM 7040-COMPTES-START    THRU 7040-COMPTES-END.
           PERFORM 7050-RAPPROCHE-START  THRU 7050-RAPPROCHE-END.
           PERFORM 7060-VERDICT-START    THRU 7060-VERDICT-END.

           CLOSE RAPPORT.

           DISPLAY 'Synthese du matin : ' WS-VERDICT
               ' (' WS-RED-COUNT ' rouges, '
               WS-AMBER-COUNT ' oranges).'.

      * Verdict RED = alerte pour l'ordonnanceur, code retour 8 ;
      * AMBER reste un passage OK (la page suffit). Le statut du
      * registre reste OK, le verdict est dans key_counts : la
      * synthese a bien ete produite, et chaindrv ne doit pas
      * bloquer son point de reprise sur cette derniere etape (la
      * nuit suivante ne rejouerait que matinsql et le verdict
      * resterait RED).
           IF WS-VERDICT = 'RED'
               MOVE 8 TO WS-FS-RC
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
      *  Seuils du verdict (voir WS-SEUIL-*). *
      *  Une valeur hors bornes ou non        *
      *  numerique (NUMVAL = 0) = passage     *
      *  rejete, code retour 8, comme         *
      *  PENDSQL_JOURS dans pendsql.          *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-ENV.
           ACCEPT WS-ENV FROM ENVIRONMENT "MATINSQL_SEUIL_DUREE".
           IF WS-ENV NOT = SPACE
               IF FUNCTION NUMVAL(WS-ENV) < 101 OR
                  FUNCTION NUMVAL(WS-ENV) > 999
                   DISPLAY 'MATINSQL_SEUIL_DUREE hors bornes '
                       '(101-999) : ' WS-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENV) TO WS-SEUIL-DUREE
           END-IF.

           MOVE SPACE TO WS-ENV.
           ACCEPT WS-ENV FROM ENVIRONMENT "MATINSQL_SEUIL_REJETS".
           IF WS-ENV NOT = SPACE
               IF FUNCTION NUMVAL(WS-ENV) < 1 OR
                  FUNCTION NUMVAL(WS-ENV) > 99999
                   DISPLAY 'MATINSQL_SEUIL_REJETS hors bornes '
                       '(1-99999) : ' WS-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENV) TO WS-SEUIL-REJETS
           END-IF.

           MOVE SPACE TO WS-ENV.
           ACCEPT WS-ENV FROM ENVIRONMENT "MATINSQL_SEUIL_QUAR".
           IF WS-ENV NOT = SPACE
               IF FUNCTION NUMVAL(WS-ENV) < 1 OR
                  FUNCTION NUMVAL(WS-ENV) > 99999
                   DISPLAY 'MATINSQL_SEUIL_QUAR hors bornes '
                       '(1-99999) : ' WS-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENV) TO WS-SEUIL-QUAR
           END-IF.

           MOVE SPACE TO WS-ENV.
           ACCEPT WS-ENV FROM ENVIRONMENT "MATINSQL_SEUIL_ECART".
           IF WS-ENV NOT = SPACE
               IF FUNCTION NUMVAL(WS-ENV) < 1 OR
                  FUNCTION NUMVAL(WS-ENV) > 999
                   DISPLAY 'MATINSQL_SEUIL_ECART hors bornes '
                       '(1-999) : ' WS-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENV) TO WS-SEUIL-ECART
           END-IF.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Historique des comptes du matin,     *
      *  meme dessin que stats_history de     *
      *  banksql : la comparaison avec la     *
      *  veille ne vit que dans cette table   *
      *  (les fichiers sont ecrases chaque    *
      *  nuit). Le registre des lots de       *
      *  loaddb est cree si absent.           *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS summary_history
                   (run_id       NUMERIC,
                    run_date     TIMESTAMP,
                    metric       VARCHAR(30),
                    metric_value NUMERIC)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS intake_control
                   (supplier_id VARCHAR(20),
                    file_date   NUMERIC,
                    seq_no      NUMERIC,
                    load_date   TIMESTAMP,
                    status      VARCHAR(10))
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
                   ('matinsql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'matinsql'
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
           STRING 'verdict='          DELIMITED BY SIZE
                  WS-VERDICT          DELIMITED BY SPACE
                  ' rouges='          DELIMITED BY SIZE
                  WS-RED-COUNT        DELIMITED BY SIZE
                  ' oranges='         DELIMITED BY SIZE
                  WS-AMBER-COUNT      DELIMITED BY SIZE
                  ' lettres='         DELIMITED BY SIZE
                  WS-LETTER-COUNT     DELIMITED BY SIZE
                  ' rejets='          DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
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
       7010-ETAPES-START.

      *****************************************
      *  Une ligne par etape de la chaine,    *
      *  dans l'ordre de la nuit              *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETAPES TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 1 TO WS-STEP-IX.
           PERFORM UNTIL WS-STEP-IX > WS-STEP-MAX
               PERFORM 7015-ETAPE-UN-START THRU 7015-ETAPE-UN-END
               ADD 1 TO WS-STEP-IX
           END-PERFORM.

       7010-ETAPES-END.
           EXIT.

      ******************************************************************
       7015-ETAPE-UN-START.

      *****************************************
      *  Dernier passage de l'etape dans les  *
      *  24 dernieres heures : statut et      *
      *  duree, comparee a la moyenne des     *
      *  passages OK des 30 derniers jours    *
      *  (ce passage exclu). Pas de passage = *
      *  ABSENT. Statut autre que OK = RED,   *
      *  duree au-dela du seuil = AMBER.      *
      *****************************************

           MOVE WS-STEP-NAME(WS-STEP-IX) TO SQL-ST-PROGRAM.
           MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-SL-NAME.
           MOVE SPACE TO WS-SL-FLAG.
           MOVE SPACE TO WS-SL-START.
           MOVE ZERO  TO WS-SL-ELAPSED.
           MOVE ZERO  TO WS-SL-AVG.

           EXEC SQL
               SELECT COALESCE(MAX(run_id), 0)
               INTO :SQL-ST-RUN-ID
               FROM job_history
               WHERE program_id = :SQL-ST-PROGRAM
                 AND run_start >= CURRENT_TIMESTAMP - INTERVAL '1 day'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-ST-RUN-ID = 0 THEN
               MOVE 'ABSENT' TO WS-SL-STATUS
               MOVE 'RED'    TO WS-SL-FLAG
               ADD 1 TO WS-RED-COUNT
               GO TO 7015-ETAPE-UN-ECRIT
           END-IF.

           EXEC SQL
               SELECT status,
                      TO_CHAR(run_start, 'HH24:MI'),
                      COALESCE(CAST(EXTRACT(EPOCH FROM
                               (run_end - run_start)) AS INTEGER), 0),
                      COALESCE(key_counts, ' ')
               INTO :SQL-ST-STATUS, :SQL-ST-START, :SQL-ST-ELAPSED,
                    :SQL-ST-COUNTS
               FROM job_history
               WHERE run_id = :SQL-ST-RUN-ID
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(CAST(AVG(EXTRACT(EPOCH FROM
                               (run_end - run_start))) AS INTEGER), 0)
               INTO :SQL-ST-AVG
               FROM job_history
               WHERE program_id = :SQL-ST-PROGRAM
                 AND status = 'OK'
                 AND run_end IS NOT NULL
                 AND run_id < :SQL-ST-RUN-ID
                 AND run_start >= CURRENT_TIMESTAMP - INTERVAL '30 days'
           END-EXEC.

           MOVE SQL-ST-STATUS  TO WS-SL-STATUS.
           MOVE SQL-ST-START   TO WS-SL-START.
           MOVE SQL-ST-ELAPSED TO WS-SL-ELAPSED.
           MOVE SQL-ST-AVG     TO WS-SL-AVG.

           IF SQL-ST-STATUS NOT = 'OK' THEN
               MOVE 'RED' TO WS-SL-FLAG
               ADD 1 TO WS-RED-COUNT
               GO TO 7015-ETAPE-UN-ECRIT
           END-IF.

           IF SQL-ST-AVG > 0 AND
              SQL-ST-ELAPSED > WS-MIN-SECONDS AND
              SQL-ST-ELAPSED * 100 > SQL-ST-AVG * WS-SEUIL-DUREE THEN
               MOVE 'AMBER' TO WS-SL-FLAG
               ADD 1 TO WS-AMBER-COUNT
           END-IF.

       7015-ETAPE-UN-ECRIT.
           MOVE WS-STEP-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7015-ETAPE-UN-END.
           EXIT.

      ******************************************************************
       7020-REPRISE-START.

      *****************************************
      *  Point de reprise de chaindrv : DONE  *
      *  = la nuit precedente s'est terminee  *
      *  entierement. Un numero d'etape = la  *
      *  chaine s'est arretee (ou tourne en   *
      *  reprise) a cette etape : AMBER.      *
      *****************************************

           MOVE 'Point de reprise chaindrv' TO WS-IL-LABEL.
           MOVE SPACE TO WS-IL-TEXT.
           MOVE SPACE TO WS-IL-FLAG.

           OPEN INPUT CHAIN-CKPT.
           IF REC-CKPT-STATUS NOT = '00'
               MOVE 'absent (premiere nuit)' TO WS-IL-TEXT
               GO TO 7020-REPRISE-ECRIT
           END-IF.

           MOVE SPACE TO CHAIN-CKPT-ENTRY.
           READ CHAIN-CKPT
               AT END
                   MOVE SPACE TO CHAIN-CKPT-ENTRY
           END-READ.
           CLOSE CHAIN-CKPT.

           IF CHAIN-CKPT-ENTRY(1:4) = 'DONE' THEN
               MOVE 'DONE (chaine complete)' TO WS-IL-TEXT
           ELSE
               STRING 'etape '                DELIMITED BY SIZE
                      CHAIN-CKPT-ENTRY        DELIMITED BY SPACE
                      ' (chaine arretee ou en reprise)'
                                              DELIMITED BY SIZE
                      INTO WS-IL-TEXT
               END-STRING
               MOVE 'AMBER' TO WS-IL-FLAG
               ADD 1 TO WS-AMBER-COUNT
           END-IF.

       7020-REPRISE-ECRIT.
           MOVE WS-INFO-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7020-REPRISE-END.
           EXIT.

      ******************************************************************
       7030-FICHIERS-START.

      *****************************************
      *  Comptage des fichiers de la nuit :   *
      *  rejets loaddb, quarantaines pays /   *
      *  age (payssql) et code postal         *
      *  (loaddb), doublons dedupdb, lettres  *
      *  et suppressions des lignes de        *
      *  synthese de mailext. Fichier absent  *
      *  = zero.                              *
      *****************************************

           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJECTS.
           IF REC-REJECT-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REJECTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REJECT-COUNT
                   END-READ
               END-PERFORM
               CLOSE REJECTS
           END-IF.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT EXCEPTION-COUNTRY.
           IF REC-EXC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-COUNTRY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EXC-PAYS-COUNT
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-COUNTRY
           END-IF.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT EXCEPTION-AGE.
           IF REC-EXC-AGE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-AGE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EXC-AGE-COUNT
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-AGE
           END-IF.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT EXCEPTION-POSTCODE.
           IF REC-EXC-PC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-POSTCODE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EXC-CP-COUNT
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-POSTCODE
           END-IF.

           COMPUTE WS-QUAR-TOTAL = WS-EXC-PAYS-COUNT
                                 + WS-EXC-AGE-COUNT
                                 + WS-EXC-CP-COUNT.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT DOUBLONS.
           IF REC-DOUB-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DOUBLONS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DOUBLON-COUNT
                   END-READ
               END-PERFORM
               CLOSE DOUBLONS
           END-IF.

      * mailsum.dat : les lignes par pays (' lettres') et les lignes
      * d'opt-out (' supprimees') ; les autres lignes (campagne,
      * differees, sans adresse, foyer) ne sont pas des envois
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MAILSUM.
           IF REC-SUM-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MAILSUM
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MS-SEP = ' : ' AND
                              MS-COUNT IS NUMERIC THEN
                               IF MS-SUFFIX(1:8) = ' lettres'
                                   ADD FUNCTION NUMVAL(MS-COUNT)
                                       TO WS-LETTER-COUNT
                               END-IF
                               IF MS-SUFFIX(1:11) = ' supprimees'
                                   ADD FUNCTION NUMVAL(MS-COUNT)
                                       TO WS-OPTOUT-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAILSUM
           END-IF.

      * rapport2.dat : ligne de rapprochement journal de payssql
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RAPPORT-PAYS.
           IF REC-PAYS-STATUS = '00'
               MOVE 'N' TO WS-PAYS-RECON
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RAPPORT-PAYS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RAPPORT-PAYS-ENTRY(1:36) =
                              'Rapprochement journal : DESEQUILIBRE'
                               MOVE 'D' TO WS-PAYS-RECON
                           END-IF
                           IF RAPPORT-PAYS-ENTRY(1:33) =
                              'Rapprochement journal : equilibre'
                               MOVE 'O' TO WS-PAYS-RECON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAPPORT-PAYS
           END-IF.

       7030-FICHIERS-END.
           EXIT.

      ******************************************************************
       7040-COMPTES-START.

      *****************************************
      *  Comptes de la nuit et ecart avec la  *
      *  veille (dernier passage d'un jour    *
      *  precedent dans summary_history : une *
      *  relance le meme jour se compare      *
      *  toujours a la veille). Rejets et     *
      *  quarantaines au-dela de leur seuil,  *
      *  ou variation au-dela de l'ecart      *
      *  admis, ou aucune lettre = AMBER.     *
      *****************************************

           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-COMPTES TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               SELECT COALESCE(MAX(run_id), 0)
               INTO :SQL-PREV-RUN-ID
               FROM summary_history
               WHERE run_date < CURRENT_DATE
           END-EXEC.

           MOVE 'REJETS'                  TO SQL-MT-KEY.
           MOVE 'Rejets loaddb'           TO WS-MT-LABEL.
           MOVE WS-REJECT-COUNT           TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           IF WS-REJECT-COUNT > WS-SEUIL-REJETS
               MOVE 'AMBER' TO WS-MT-FLAG
           END-IF.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'QUAR_PAYS'               TO SQL-MT-KEY.
           MOVE 'Quarantaine pays'        TO WS-MT-LABEL.
           MOVE WS-EXC-PAYS-COUNT         TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'QUAR_AGE'                TO SQL-MT-KEY.
           MOVE 'Quarantaine age'         TO WS-MT-LABEL.
           MOVE WS-EXC-AGE-COUNT          TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'QUAR_CP'                 TO SQL-MT-KEY.
           MOVE 'Quarantaine code postal' TO WS-MT-LABEL.
           MOVE WS-EXC-CP-COUNT           TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'QUAR_TOTAL'              TO SQL-MT-KEY.
           MOVE 'Quarantaines (total)'    TO WS-MT-LABEL.
           MOVE WS-QUAR-TOTAL             TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           IF WS-QUAR-TOTAL > WS-SEUIL-QUAR
               MOVE 'AMBER' TO WS-MT-FLAG
           END-IF.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'OPTOUT'                  TO SQL-MT-KEY.
           MOVE 'Suppressions (opt-out)'  TO WS-MT-LABEL.
           MOVE WS-OPTOUT-COUNT           TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'LETTRES'                 TO SQL-MT-KEY.
           MOVE 'Lettres produites'       TO WS-MT-LABEL.
           MOVE WS-LETTER-COUNT           TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           IF WS-LETTER-COUNT = ZERO
               MOVE 'AMBER' TO WS-MT-FLAG
           END-IF.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           MOVE 'DOUBLONS'                TO SQL-MT-KEY.
           MOVE 'Doublons probables'      TO WS-MT-LABEL.
           MOVE WS-DOUBLON-COUNT          TO SQL-MT-VALUE.
           MOVE SPACE                     TO WS-MT-FLAG.
           PERFORM 7045-METRIQUE-START THRU 7045-METRIQUE-END.

           EXEC SQL COMMIT WORK END-EXEC.

       7040-COMPTES-END.
           EXIT.

      ******************************************************************
       7045-METRIQUE-START.

      *****************************************
      *  Un compte : historisation, lecture   *
      *  de la valeur de la veille, ligne du  *
      *  rapport. WS-MT-FLAG arrive a AMBER   *
      *  quand le seuil propre au compte est  *
      *  deja depasse.                        *
      *****************************************

           EXEC SQL
               INSERT INTO summary_history
                   (run_id, run_date, metric, metric_value)
               VALUES (:SQL-JOB-RUN-ID, CURRENT_TIMESTAMP,
                       :SQL-MT-KEY, :SQL-MT-VALUE)
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(metric_value), 0)
               INTO :SQL-MT-FOUND, :SQL-MT-PREV
               FROM summary_history
               WHERE run_id = :SQL-PREV-RUN-ID
                 AND metric = :SQL-MT-KEY
           END-EXEC.

           MOVE WS-MT-LABEL  TO WS-ML-LABEL.
           MOVE SQL-MT-VALUE TO WS-ML-VALUE.
           MOVE SQL-MT-PREV  TO WS-ML-PREV.
           COMPUTE WS-ECART = SQL-MT-VALUE - SQL-MT-PREV.
           MOVE WS-ECART     TO WS-ML-ECART.

      * Ecart en % de la veille ; pas de veille (premier matin ou
      * compte nouveau) ou veille a zero = pas de comparaison
           IF WS-ECART < 0
               COMPUTE WS-ECART-ABS = 0 - WS-ECART
           ELSE
               MOVE WS-ECART TO WS-ECART-ABS
           END-IF.
           IF SQL-MT-FOUND NOT = 0 AND SQL-MT-PREV > 0 AND
              WS-ECART-ABS * 100 > SQL-MT-PREV * WS-SEUIL-ECART
               MOVE 'AMBER' TO WS-MT-FLAG
           END-IF.

           IF WS-MT-FLAG = 'AMBER'
               ADD 1 TO WS-AMBER-COUNT
           END-IF.
           MOVE WS-MT-FLAG TO WS-ML-FLAG.

           MOVE WS-METRIC-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7045-METRIQUE-END.
           EXIT.

      ******************************************************************
       7050-RAPPROCHE-START.

      *****************************************
      *  Rapprochements de controle de la     *
      *  nuit : journal de payssql            *
      *  (rapport2.dat), remorque du dernier  *
      *  lot de loaddb (intake_control) et    *
      *  verification maitre / base de extrdb *
      *  (job_history). Desequilibre = RED.   *
      *****************************************

           MOVE PT-ETOILE   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-RAPPROCH TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE   TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

      * payssql : journal / UPDATE unitaires
           MOVE 'payssql journal / corrections' TO WS-IL-LABEL.
           MOVE SPACE TO WS-IL-FLAG.
           EVALUATE WS-PAYS-RECON
               WHEN 'O'
                   MOVE 'equilibre' TO WS-IL-TEXT
               WHEN 'D'
                   MOVE 'DESEQUILIBRE (rapport2.dat)' TO WS-IL-TEXT
                   MOVE 'RED' TO WS-IL-FLAG
                   ADD 1 TO WS-RED-COUNT
                   ADD 1 TO WS-RECON-FAILED
               WHEN 'N'
                   MOVE 'pas de totaux dans rapport2.dat'
                       TO WS-IL-TEXT
                   MOVE 'AMBER' TO WS-IL-FLAG
                   ADD 1 TO WS-AMBER-COUNT
               WHEN OTHER
                   MOVE 'rapport2.dat absent' TO WS-IL-TEXT
                   MOVE 'AMBER' TO WS-IL-FLAG
                   ADD 1 TO WS-AMBER-COUNT
           END-EVALUATE.
           MOVE WS-INFO-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

      * loaddb : dernier lot du registre
           MOVE 'loaddb remorque du dernier lot' TO WS-IL-LABEL.
           MOVE SPACE TO WS-IL-TEXT.
           MOVE SPACE TO WS-IL-FLAG.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-IC-COUNT
               FROM intake_control
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-IC-COUNT = 0 THEN
               MOVE 'aucun lot au registre' TO WS-IL-TEXT
           ELSE
               EXEC SQL
                   SELECT supplier_id, file_date, seq_no, status
                   INTO :SQL-IC-SUPPLIER, :SQL-IC-FILEDATE,
                        :SQL-IC-SEQ, :SQL-IC-STATUS
                   FROM intake_control
                   ORDER BY load_date DESC
                   LIMIT 1
               END-EXEC
               STRING SQL-IC-STATUS       DELIMITED BY SPACE
                      ' lot '             DELIMITED BY SIZE
                      SQL-IC-SUPPLIER     DELIMITED BY SPACE
                      ' '                 DELIMITED BY SIZE
                      SQL-IC-FILEDATE     DELIMITED BY SIZE
                      ' seq '             DELIMITED BY SIZE
                      SQL-IC-SEQ          DELIMITED BY SIZE
                      INTO WS-IL-TEXT
               END-STRING
               IF SQL-IC-STATUS NOT = 'OK'
                   MOVE 'RED' TO WS-IL-FLAG
                   ADD 1 TO WS-RED-COUNT
                   ADD 1 TO WS-RECON-FAILED
               END-IF
           END-IF.
           MOVE WS-INFO-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

      * extrdb : statut de la verification de cloture (OK / DESEQ)
           MOVE 'extrdb verification maitre / base' TO WS-IL-LABEL.
           MOVE SPACE TO WS-IL-TEXT.
           MOVE SPACE TO WS-IL-FLAG.
           MOVE 'extrdb' TO SQL-ST-PROGRAM.

           EXEC SQL
               SELECT COALESCE(MAX(run_id), 0)
               INTO :SQL-ST-RUN-ID
               FROM job_history
               WHERE program_id = :SQL-ST-PROGRAM
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-ST-RUN-ID = 0 THEN
               MOVE 'aucun passage au registre' TO WS-IL-TEXT
           ELSE
               EXEC SQL
                   SELECT status, COALESCE(key_counts, ' ')
                   INTO :SQL-ST-STATUS, :SQL-ST-COUNTS
                   FROM job_history
                   WHERE run_id = :SQL-ST-RUN-ID
               END-EXEC
               STRING SQL-ST-STATUS       DELIMITED BY SPACE
                      ' '                 DELIMITED BY SIZE
                      SQL-ST-COUNTS       DELIMITED BY SIZE
                      INTO WS-IL-TEXT
               END-STRING
               IF SQL-ST-STATUS = 'DESEQ'
                   MOVE 'RED' TO WS-IL-FLAG
                   ADD 1 TO WS-RED-COUNT
                   ADD 1 TO WS-RECON-FAILED
               END-IF
           END-IF.
           MOVE WS-INFO-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Rapprochements en echec' TO WS-IL-LABEL.
           MOVE SPACE TO WS-IL-TEXT.
           MOVE WS-RECON-FAILED TO WS-IL-TEXT(1:3).
           MOVE SPACE TO WS-IL-FLAG.
           MOVE WS-INFO-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7050-RAPPROCHE-END.
           EXIT.

      ******************************************************************
       7060-VERDICT-START.

      *****************************************
      *  Verdict : RED des qu'une alerte      *
      *  rouge, AMBER des qu'une alerte       *
      *  orange, GREEN sinon. Rappel des      *
      *  seuils appliques en pied de page.    *
      *****************************************

           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-VERDICT TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'GREEN' TO WS-VERDICT.
           IF WS-AMBER-COUNT > ZERO
               MOVE 'AMBER' TO WS-VERDICT
           END-IF.
           IF WS-RED-COUNT > ZERO
               MOVE 'RED' TO WS-VERDICT
           END-IF.

           MOVE WS-VERDICT     TO WS-VL-VERDICT.
           MOVE WS-RED-COUNT   TO WS-VL-RED.
           MOVE WS-AMBER-COUNT TO WS-VL-AMBER.
           MOVE WS-VERDICT-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE WS-SEUIL-DUREE  TO WS-SV-DUREE.
           MOVE WS-SEUIL-REJETS TO WS-SV-REJETS.
           MOVE WS-SEUIL-QUAR   TO WS-SV-QUAR.
           MOVE WS-SEUIL-ECART  TO WS-SV-ECART.
           MOVE WS-SEUIL-LINE   TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7060-VERDICT-END.
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
