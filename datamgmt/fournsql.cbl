      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql fournsql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fournsql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fiche qualite mensuelle par fournisseur, pour les achats :
      * volumes recus, rejets au chargement par code motif, puis ce
      * que les contacts du fournisseur ont coute ensuite
      * (quarantaines, telephones invalides, fusions, effacements,
      * opt-out)
           SELECT RAPPORT ASSIGN TO 'fournisseurs.dat'
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
       01  PT-ENTETE    PIC X(27) VALUE '*  QUALITE FOURNISSEURS   *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-FICHE     PIC X(27) VALUE '* FICHE PAR FOURNISSEUR   *'.
       01  PT-MOTIF     PIC X(27) VALUE '*   REJETS PAR MOTIF      *'.
       01  PT-TOTAUX    PIC X(27) VALUE '*    TOTAUX DU MOIS       *'.

       01  WS-MONTH-LINE.
           05  FILLER            PIC X(15) VALUE 'Mois        : '.
           05  WS-ML-MONTH       PIC X(06).

       01  WS-SUPPLIER-LINE.
           05  FILLER            PIC X(15) VALUE 'Fournisseur : '.
           05  WS-SL-SUPPLIER    PIC X(20).

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(07).

      * Taux de rejet au chargement, en pourcentage des lignes recues
       01  WS-RATE-LINE.
           05  WS-RL-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-RL-RATE        PIC ZZ9,99.
           05  FILLER            PIC X(02) VALUE ' %'.

      * Une ligne par fournisseur et par code motif de reject.dat
       01  WS-MOTIF-LINE.
           05  WS-MO-SUPPLIER    PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-MO-REASON      PIC X(10).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-MO-COUNT       PIC 9(07).

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-FS-RC              PIC 9(02) VALUE ZERO.
       01  WS-MONTH-ENV          PIC X(10) VALUE SPACE.
       01  WS-RATE               PIC 9(03)V99 VALUE ZERO.

       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR       PIC 9(04).
           05  WS-RUN-MONTH      PIC 9(02).
           05  WS-RUN-DAY        PIC 9(02).

      * Mois traite AAAAMM : FOURNSQL_MOIS, par defaut le mois
      * precedent (la fiche se tire en debut de mois sur le mois clos)
       01  WS-MONTH.
           05  WS-MONTH-YEAR     PIC 9(04).
           05  WS-MONTH-MM       PIC 9(02).

       01  WS-SUPPLIER-COUNTER   PIC 9(07) VALUE ZERO.
       01  WS-RECEIVED-TOTAL     PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-TOTAL     PIC 9(07) VALUE ZERO.
       01  WS-EVENT-TOTAL        PIC 9(07) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      * Premier jour du mois traite, AAAAMMJJ : toutes les bornes
      * sont [debut, debut + 1 mois[
       01  SQL-MONTH-START         PIC X(08).

      * Fiche d'un fournisseur. INCONNU regroupe les contacts
      * charges avant le marquage de provenance (supplier_id NULL)
       01  SQL-SCORE.
           05  SQL-SC-SUPPLIER      PIC X(20).
           05  SQL-SC-BATCHES       PIC 9(07).
           05  SQL-SC-RECEIVED      PIC 9(07).
           05  SQL-SC-INSERTED      PIC 9(07).
           05  SQL-SC-REJECTED      PIC 9(07).
           05  SQL-SC-QUAR-PAYS     PIC 9(07).
           05  SQL-SC-QUAR-AGE      PIC 9(07).
           05  SQL-SC-PHONE         PIC 9(07).
           05  SQL-SC-MERGED        PIC 9(07).
           05  SQL-SC-ERASED        PIC 9(07).
           05  SQL-SC-OPTOUT        PIC 9(07).
           05  SQL-SC-RETOUR        PIC 9(07).

       01  SQL-MOTIF.
           05  SQL-MO-SUPPLIER      PIC X(20).
           05  SQL-MO-REASON        PIC X(10).
           05  SQL-MO-COUNT         PIC 9(07).

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

           MOVE WS-MONTH      TO WS-ML-MONTH.
           MOVE WS-MONTH-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           PERFORM 7010-FICHE-START   THRU 7010-FICHE-END.
           PERFORM 7040-MOTIF-START   THRU 7040-MOTIF-END.
           PERFORM 7060-TOTAUX-START  THRU 7060-TOTAUX-END.

           CLOSE RAPPORT.

           DISPLAY 'Mois traite          : ' WS-MONTH.
           DISPLAY 'Fournisseurs         : ' WS-SUPPLIER-COUNTER.
           DISPLAY 'Lignes recues        : ' WS-RECEIVED-TOTAL.
           DISPLAY 'Lignes rejetees      : ' WS-REJECTED-TOTAL.

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
      *  Mois traite : FOURNSQL_MOIS (AAAAMM) *
      *  ou, a defaut, le mois precedent.     *
      *  Un mois mal forme = passage rejete,  *
      *  code retour 8.                       *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-MONTH-ENV
               FROM ENVIRONMENT "FOURNSQL_MOIS".

           IF WS-MONTH-ENV = SPACE
               MOVE WS-RUN-YEAR  TO WS-MONTH-YEAR
               MOVE WS-RUN-MONTH TO WS-MONTH-MM
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           ELSE
               IF WS-MONTH-ENV(1:6) IS NOT NUMERIC OR
                  WS-MONTH-ENV(7:4) NOT = SPACE
                   DISPLAY 'FOURNSQL_MOIS invalide (AAAAMM attendu) : '
                       WS-MONTH-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE WS-MONTH-ENV(1:6) TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY 'FOURNSQL_MOIS invalide (mois hors 01-12) : '
                       WS-MONTH-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
           END-IF.

           STRING WS-MONTH DELIMITED BY SIZE
                  '01'     DELIMITED BY SIZE
                  INTO SQL-MONTH-START
           END-STRING.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Tables lues, creees si absentes      *
      *  (idempotent, memes definitions que   *
      *  loaddb / payssql / suppdb) : la      *
      *  fiche d'un mois sans chargement est  *
      *  vide, pas en erreur.                 *
      *****************************************

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS supplier_id VARCHAR(20)
           END-EXEC.

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS file_date NUMERIC
           END-EXEC.

           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS seq_no NUMERIC
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS intake_control
                   (supplier_id VARCHAR(20),
                    file_date   NUMERIC,
                    seq_no      NUMERIC,
                    load_date   TIMESTAMP,
                    status      VARCHAR(10))
           END-EXEC.

           EXEC SQL
               ALTER TABLE intake_control
               ADD COLUMN IF NOT EXISTS rows_read NUMERIC
           END-EXEC.

           EXEC SQL
               ALTER TABLE intake_control
               ADD COLUMN IF NOT EXISTS rows_inserted NUMERIC
           END-EXEC.

           EXEC SQL
               ALTER TABLE intake_control
               ADD COLUMN IF NOT EXISTS rows_rejected NUMERIC
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS intake_reject
                   (supplier_id  VARCHAR(20),
                    file_date    NUMERIC,
                    seq_no       NUMERIC,
                    reason       VARCHAR(10),
                    reject_count NUMERIC,
                    load_date    TIMESTAMP)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_event
                   (supplier_id VARCHAR(20),
                    event_type  VARCHAR(10),
                    id          VARCHAR(50),
                    event_date  DATE)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS suppression
                   (id          VARCHAR(50),
                    email       VARCHAR(50),
                    optout_date DATE,
                    reason      VARCHAR(50))
           END-EXEC.

      * Referentiel pays : amorce par loaddb / payssql, lu ici pour
      * le prefixe telephonique attendu
           EXEC SQL
               CREATE TABLE IF NOT EXISTS country_ref
                   (country_name VARCHAR(50),
                    country_code VARCHAR(10),
                    phone_prefix VARCHAR(10),
                    active       CHAR(1) DEFAULT 'Y')
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
      *  comme dans loaddb et retourdb        *
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
                   ('fournsql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'fournsql'
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
           STRING 'mois='              DELIMITED BY SIZE
                  WS-MONTH             DELIMITED BY SIZE
                  ' fournisseurs='     DELIMITED BY SIZE
                  WS-SUPPLIER-COUNTER  DELIMITED BY SIZE
                  ' recues='           DELIMITED BY SIZE
                  WS-RECEIVED-TOTAL    DELIMITED BY SIZE
                  ' rejets='           DELIMITED BY SIZE
                  WS-REJECTED-TOTAL    DELIMITED BY SIZE
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
       7010-FICHE-START.

      *****************************************
      *  Une fiche par fournisseur actif dans *
      *  le mois : lots charges (registre     *
      *  intake_control), evenements qualite  *
      *  (supplier_event) ou opt-out sur ses  *
      *  contacts. Les volumes viennent du    *
      *  registre des lots, le reste de       *
      *  7020-EVENTS-START. Un lot recharge   *
      *  (DESEQ puis OK) n'y compte qu'une    *
      *  fois : seule la derniere ligne du    *
      *  registre pour la cle fournisseur /   *
      *  date fichier / sequence est retenue. *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-FICHE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRFICHE CURSOR FOR
               SELECT fourn.supplier,
                      COALESCE(lot.batches, 0),
                      COALESCE(lot.received, 0),
                      COALESCE(lot.inserted, 0),
                      COALESCE(lot.rejected, 0)
               FROM
                   (SELECT supplier_id AS supplier
                    FROM intake_control
                    WHERE load_date >=
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                      AND load_date <
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                          + INTERVAL '1 month'
                    UNION
                    SELECT COALESCE(supplier_id, 'INCONNU')
                    FROM supplier_event
                    WHERE event_date >=
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                      AND event_date <
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                          + INTERVAL '1 month'
                    UNION
                    SELECT COALESCE(databank.supplier_id, 'INCONNU')
                    FROM suppression
                    JOIN databank ON databank.id = suppression.id
                    WHERE suppression.optout_date >=
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                      AND suppression.optout_date <
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                          + INTERVAL '1 month') AS fourn
               LEFT JOIN
                   (SELECT supplier_id,
                           COUNT(*)           AS batches,
                           SUM(rows_read)     AS received,
                           SUM(rows_inserted) AS inserted,
                           SUM(rows_rejected) AS rejected
                    FROM intake_control ic
                    WHERE ic.load_date >=
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                      AND ic.load_date <
                          TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                          + INTERVAL '1 month'
                      AND ic.load_date =
                          (SELECT MAX(i2.load_date)
                           FROM intake_control i2
                           WHERE i2.supplier_id = ic.supplier_id
                             AND i2.file_date   = ic.file_date
                             AND i2.seq_no      = ic.seq_no)
                    GROUP BY supplier_id) AS lot
                 ON lot.supplier_id = fourn.supplier
               ORDER BY fourn.supplier
           END-EXEC.

           EXEC SQL
               OPEN CRFICHE
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRFICHE
                   INTO :SQL-SC-SUPPLIER, :SQL-SC-BATCHES,
                        :SQL-SC-RECEIVED, :SQL-SC-INSERTED,
                        :SQL-SC-REJECTED
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-SUPPLIER-COUNTER
                   ADD SQL-SC-RECEIVED TO WS-RECEIVED-TOTAL
                   ADD SQL-SC-REJECTED TO WS-REJECTED-TOTAL
                   PERFORM 7020-EVENTS-START THRU 7020-EVENTS-END
                   PERFORM 7030-FICHE-LINES-START
                       THRU 7030-FICHE-LINES-END
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRFICHE
           END-EXEC.

       7010-FICHE-END.
           EXIT.

      ******************************************************************
       7020-EVENTS-START.

      *****************************************
      *  Ce que les contacts du fournisseur   *
      *  ont coute dans le mois. Chaque       *
      *  SELECT agrege rend toujours une      *
      *  ligne (COALESCE(SUM(...))) : pas de  *
      *  +100 qui arreterait la boucle du     *
      *  curseur CRFICHE.                     *
      *****************************************

      * Quarantaines (payssql), fusions (dedupdb), effacements
      * (rgpddb), dates de premiere occurrence
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN event_type = 'QUAR-PAYS'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN event_type = 'QUAR-AGE'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN event_type = 'FUSION'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN event_type = 'EFFACE'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-SC-QUAR-PAYS, :SQL-SC-QUAR-AGE,
                    :SQL-SC-MERGED, :SQL-SC-ERASED
               FROM supplier_event
               WHERE COALESCE(supplier_id, 'INCONNU') = :SQL-SC-SUPPLIER
                 AND event_date >= TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                 AND event_date < TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                                  + INTERVAL '1 month'
           END-EXEC.

      * Liste de suppression : opt-out du contact d'un cote, retours
      * definitifs du routeur (motif RETOUR, retourdb) de l'autre
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN suppression.reason
                                             = 'RETOUR'
                                        THEN 0 ELSE 1 END), 0),
                      COALESCE(SUM(CASE WHEN suppression.reason
                                             = 'RETOUR'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-SC-OPTOUT, :SQL-SC-RETOUR
               FROM suppression
               JOIN databank ON databank.id = suppression.id
               WHERE COALESCE(databank.supplier_id, 'INCONNU') =
                     :SQL-SC-SUPPLIER
                 AND suppression.optout_date >=
                     TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                 AND suppression.optout_date <
                     TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                     + INTERVAL '1 month'
           END-EXEC.

      * Telephones invalides parmi les contacts des lots du mois,
      * meme regle que 7035-PHONE de banksql : prefixe du referentiel
      * country_ref ou numero national '0' pour un marche connu,
      * au moins '+' pour un pays hors referentiel. EXISTS et non
      * jointure : un lot recharge ne compte pas deux fois le contact
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-SC-PHONE
               FROM databank
               LEFT JOIN country_ref
                 ON UPPER(country_ref.country_name) =
                    UPPER(databank.country)
                AND country_ref.active = 'Y'
               WHERE databank.supplier_id = :SQL-SC-SUPPLIER
                 AND EXISTS
                     (SELECT 1
                      FROM intake_control
                      WHERE intake_control.supplier_id =
                            databank.supplier_id
                        AND intake_control.file_date =
                            databank.file_date
                        AND intake_control.seq_no = databank.seq_no
                        AND intake_control.load_date >=
                            TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                        AND intake_control.load_date <
                            TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                            + INTERVAL '1 month')
                 AND NOT (CASE WHEN COALESCE(country_ref.phone_prefix,
                                             ' ') = ' '
                               THEN databank.info_phone LIKE '+%'
                               ELSE databank.info_phone LIKE
                                        country_ref.phone_prefix
                                        || '%'
                                 OR databank.info_phone LIKE '0%'
                          END)
           END-EXEC.

           COMPUTE WS-EVENT-TOTAL = WS-EVENT-TOTAL
               + SQL-SC-QUAR-PAYS + SQL-SC-QUAR-AGE + SQL-SC-PHONE
               + SQL-SC-MERGED + SQL-SC-ERASED + SQL-SC-OPTOUT
               + SQL-SC-RETOUR.

       7020-EVENTS-END.
           EXIT.

      ******************************************************************
       7030-FICHE-LINES-START.

      *****************************************
      *  Impression de la fiche d'un          *
      *  fournisseur                          *
      *****************************************

           MOVE SPACE           TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.
           MOVE SQL-SC-SUPPLIER TO WS-SL-SUPPLIER.
           MOVE WS-SUPPLIER-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Lots charges'                TO WS-CT-LABEL.
           MOVE SQL-SC-BATCHES                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Lignes recues'               TO WS-CT-LABEL.
           MOVE SQL-SC-RECEIVED               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts charges'            TO WS-CT-LABEL.
           MOVE SQL-SC-INSERTED               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Lignes rejetees (reject.dat)' TO WS-CT-LABEL.
           MOVE SQL-SC-REJECTED               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE ZERO TO WS-RATE.
           IF SQL-SC-RECEIVED NOT = ZERO
               COMPUTE WS-RATE ROUNDED =
                   SQL-SC-REJECTED * 100 / SQL-SC-RECEIVED
           END-IF.
           MOVE 'Taux de rejet'               TO WS-RL-LABEL.
           MOVE WS-RATE                       TO WS-RL-RATE.
           MOVE WS-RATE-LINE                  TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Pays mis en quarantaine'     TO WS-CT-LABEL.
           MOVE SQL-SC-QUAR-PAYS              TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Ages mis en quarantaine'     TO WS-CT-LABEL.
           MOVE SQL-SC-QUAR-AGE               TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Telephones invalides (lots du mois)' TO WS-CT-LABEL.
           MOVE SQL-SC-PHONE                  TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Doublons fusionnes'          TO WS-CT-LABEL.
           MOVE SQL-SC-MERGED                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Contacts effaces (droit a l''oubli)' TO WS-CT-LABEL.
           MOVE SQL-SC-ERASED                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Opt-out'                     TO WS-CT-LABEL.
           MOVE SQL-SC-OPTOUT                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Suppressions sur retours routeur' TO WS-CT-LABEL.
           MOVE SQL-SC-RETOUR                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7030-FICHE-LINES-END.
           EXIT.

      ******************************************************************
       7040-MOTIF-START.

      *****************************************
      *  Rejets au chargement du mois par     *
      *  fournisseur et par code motif de     *
      *  reject.dat, tels que memorises par   *
      *  loaddb dans intake_reject. Seuls les *
      *  rejets du dernier passage d'un lot   *
      *  comptent (meme load_date que la      *
      *  ligne retenue du registre : loaddb   *
      *  les ecrit dans la meme unite de      *
      *  travail).                            *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-MOTIF  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRMOTIF CURSOR FOR
               SELECT supplier_id, reason, SUM(reject_count)
               FROM intake_reject
               WHERE load_date >= TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                 AND load_date < TO_DATE(:SQL-MONTH-START, 'YYYYMMDD')
                                 + INTERVAL '1 month'
                 AND load_date =
                     (SELECT MAX(ic.load_date)
                      FROM intake_control ic
                      WHERE ic.supplier_id = intake_reject.supplier_id
                        AND ic.file_date   = intake_reject.file_date
                        AND ic.seq_no      = intake_reject.seq_no)
               GROUP BY supplier_id, reason
               ORDER BY supplier_id, reason
           END-EXEC.

           EXEC SQL
               OPEN CRMOTIF
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRMOTIF
                   INTO :SQL-MO-SUPPLIER, :SQL-MO-REASON,
                        :SQL-MO-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-MO-SUPPLIER TO WS-MO-SUPPLIER
                   MOVE SQL-MO-REASON   TO WS-MO-REASON
                   MOVE SQL-MO-COUNT    TO WS-MO-COUNT
                   MOVE WS-MOTIF-LINE   TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRMOTIF
           END-EXEC.

       7040-MOTIF-END.
           EXIT.

      ******************************************************************
       7060-TOTAUX-START.

      *****************************************
      *  Totaux du mois, tous fournisseurs    *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TOTAUX TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'Fournisseurs'                TO WS-CT-LABEL.
           MOVE WS-SUPPLIER-COUNTER           TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Lignes recues'               TO WS-CT-LABEL.
           MOVE WS-RECEIVED-TOTAL             TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Lignes rejetees'             TO WS-CT-LABEL.
           MOVE WS-REJECTED-TOTAL             TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Evenements qualite imputes'  TO WS-CT-LABEL.
           MOVE WS-EVENT-TOTAL                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7060-TOTAUX-END.
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
