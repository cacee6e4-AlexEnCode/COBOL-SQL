      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql pendsql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pendsql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Demandes en attente de validation (effacements rgpddb,
      * fusions dedupdb, retraits de pays countrydb) deposees depuis
      * plus de PENDSQL_JOURS jours : rien ne doit dormir dans la
      * file sans qu'un approbateur l'ait vu
           SELECT RAPPORT ASSIGN TO 'attente.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-ENTRY     PIC X(160).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-RAPPORT-STATUS     PIC X(2).

      *****************************************
      *        VARIABLE RAPPORT               *
      *****************************************
       01  PT-ENTETE    PIC X(27) VALUE '* DEMANDES EN ATTENTE     *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-DETAIL    PIC X(27) VALUE '* RETARD DE VALIDATION    *'.
       01  PT-TOTAUX    PIC X(27) VALUE '*         TOTAUX          *'.

       01  WS-DELAY-LINE.
           05  FILLER            PIC X(24)
                                 VALUE 'Delai de validation   : '.
           05  WS-DL-DAYS        PIC Z9.
           05  FILLER            PIC X(06) VALUE ' jours'.

      * Une ligne par demande en retard : numero, type, cible(s),
      * demandeur, date de depot et anciennete en jours
       01  WS-PENDING-LINE.
           05  WS-PL-ID          PIC Z(09)9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-PL-TYPE        PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-PL-KEY         PIC X(50).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-PL-KEY2        PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-PL-BY          PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-PL-AT          PIC X(16).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-PL-AGE         PIC ZZZ9.
           05  FILLER            PIC X(02) VALUE ' j'.

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(07).

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-FS-RC              PIC 9(02) VALUE ZERO.
       01  WS-DAYS-ENV           PIC X(10) VALUE SPACE.

      * Delai au-dela duquel une demande est en retard : PENDSQL_JOURS,
      * 3 jours par defaut
       01  WS-DAYS               PIC 9(02) VALUE 3.

       01  WS-PENDING-TOTAL      PIC 9(07) VALUE ZERO.
       01  WS-LATE-COUNTER       PIC 9(07) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-DAYS                PIC 9(02).

      * Meme groupe que dans countrydb / rgpddb / dedupdb, plus
      * l'anciennete calculee de la demande
       01  PENDING-ACTION.
           05  PA-PENDING-ID        PIC 9(10).
           05  PA-ACTION-TYPE       PIC X(10).
           05  PA-TARGET-KEY        PIC X(50).
           05  PA-TARGET-KEY2       PIC X(50).
           05  PA-REQUESTED-BY      PIC X(20).
           05  PA-REQUESTED-AT      PIC X(16).
           05  PA-STATUS            PIC X(10).
           05  PA-DECIDED-BY        PIC X(20).
       01  SQL-PA-AGE               PIC 9(04).

       01  SQL-PENDING-COUNT        PIC 9(07).

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

           MOVE WS-DAYS       TO WS-DL-DAYS.
           MOVE WS-DELAY-LINE TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           PERFORM 7010-RETARD-START  THRU 7010-RETARD-END.
           PERFORM 7060-TOTAUX-START  THRU 7060-TOTAUX-END.

           CLOSE RAPPORT.

           DISPLAY 'Demandes en attente  : ' WS-PENDING-TOTAL.
           DISPLAY 'Dont en retard       : ' WS-LATE-COUNTER.

      * Une demande en retard = alerte pour l'ordonnanceur, code
      * retour 4 (le rapport est produit normalement)
           IF WS-LATE-COUNTER > ZERO
               MOVE 'ALERTE' TO SQL-JOB-STATUS
               MOVE 4 TO WS-FS-RC
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
      *  Delai : PENDSQL_JOURS (1 a 99) ou,   *
      *  a defaut, 3 jours. Une valeur hors   *
      *  bornes ou non numerique (NUMVAL = 0) *
      *  = passage rejete, code retour 8.     *
      *****************************************

           ACCEPT WS-DAYS-ENV
               FROM ENVIRONMENT "PENDSQL_JOURS".

           IF WS-DAYS-ENV NOT = SPACE
               IF FUNCTION NUMVAL(WS-DAYS-ENV) < 1 OR
                  FUNCTION NUMVAL(WS-DAYS-ENV) > 99
                   DISPLAY 'PENDSQL_JOURS hors bornes (1-99) : '
                       WS-DAYS-ENV
                   MOVE 8 TO WS-FS-RC
                   GO TO 0010-INIT-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-DAYS-ENV) TO WS-DAYS
           END-IF.

           MOVE WS-DAYS TO SQL-DAYS.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  File des demandes, creee si absente  *
      *  (meme definition que countrydb,      *
      *  rgpddb et dedupdb) : pas de file =   *
      *  rapport vide, pas une erreur.        *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pending_action
                   (pending_id   SERIAL,
                    action_type  VARCHAR(10),
                    target_key   VARCHAR(50),
                    target_key2  VARCHAR(50),
                    requested_by VARCHAR(20),
                    requested_at TIMESTAMP,
                    status       VARCHAR(10),
                    decided_by   VARCHAR(20),
                    decided_at   TIMESTAMP)
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
                   ('pendsql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'pendsql'
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
           STRING 'jours='             DELIMITED BY SIZE
                  WS-DAYS              DELIMITED BY SIZE
                  ' attente='          DELIMITED BY SIZE
                  WS-PENDING-TOTAL     DELIMITED BY SIZE
                  ' retard='           DELIMITED BY SIZE
                  WS-LATE-COUNTER      DELIMITED BY SIZE
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
       7010-RETARD-START.

      *****************************************
      *  Demandes encore PENDING deposees     *
      *  depuis plus de WS-DAYS jours, les    *
      *  plus anciennes d'abord               *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-DETAIL TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRRETARD CURSOR FOR
               SELECT pending_id, action_type, target_key,
                      COALESCE(target_key2, ' '), requested_by,
                      TO_CHAR(requested_at, 'YYYY-MM-DD HH24:MI'),
                      CURRENT_DATE - CAST(requested_at AS DATE)
               FROM pending_action
               WHERE status = 'PENDING'
                 AND requested_at < CURRENT_TIMESTAMP
                                    - :SQL-DAYS * INTERVAL '1 day'
               ORDER BY requested_at, pending_id
           END-EXEC.

           EXEC SQL
               OPEN CRRETARD
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRRETARD
                   INTO :PA-PENDING-ID, :PA-ACTION-TYPE,
                        :PA-TARGET-KEY, :PA-TARGET-KEY2,
                        :PA-REQUESTED-BY, :PA-REQUESTED-AT,
                        :SQL-PA-AGE
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-LATE-COUNTER
                   MOVE PA-PENDING-ID   TO WS-PL-ID
                   MOVE PA-ACTION-TYPE  TO WS-PL-TYPE
                   MOVE PA-TARGET-KEY   TO WS-PL-KEY
                   MOVE PA-TARGET-KEY2  TO WS-PL-KEY2
                   MOVE PA-REQUESTED-BY TO WS-PL-BY
                   MOVE PA-REQUESTED-AT TO WS-PL-AT
                   MOVE SQL-PA-AGE      TO WS-PL-AGE
                   MOVE WS-PENDING-LINE TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRRETARD
           END-EXEC.

       7010-RETARD-END.
           EXIT.

      ******************************************************************
       7060-TOTAUX-START.

      *****************************************
      *  Totaux : toute la file en attente,   *
      *  puis par type de demande             *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TOTAUX TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PENDING-COUNT
               FROM pending_action
               WHERE status = 'PENDING'
           END-EXEC.
           MOVE SQL-PENDING-COUNT TO WS-PENDING-TOTAL.

           MOVE 'Demandes en attente'   TO WS-CT-LABEL.
           MOVE WS-PENDING-TOTAL        TO WS-CT-VALUE.
           MOVE WS-CT-LINE              TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Demandes en retard'    TO WS-CT-LABEL.
           MOVE WS-LATE-COUNTER         TO WS-CT-VALUE.
           MOVE WS-CT-LINE              TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           EXEC SQL
               DECLARE CRTYPE CURSOR FOR
               SELECT action_type, COUNT(*)
               FROM pending_action
               WHERE status = 'PENDING'
               GROUP BY action_type
               ORDER BY action_type
           END-EXEC.

           EXEC SQL
               OPEN CRTYPE
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRTYPE
                   INTO :PA-ACTION-TYPE, :SQL-PENDING-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   INITIALIZE WS-CT-LABEL
                   STRING 'En attente, type '  DELIMITED BY SIZE
                          PA-ACTION-TYPE        DELIMITED BY SPACE
                          INTO WS-CT-LABEL
                   END-STRING
                   MOVE SQL-PENDING-COUNT TO WS-CT-VALUE
                   MOVE WS-CT-LINE        TO RAPPORT-ENTRY
                   WRITE RAPPORT-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRTYPE
           END-EXEC.

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
