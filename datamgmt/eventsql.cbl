      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql eventsql.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventsql.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Flux du jour d'un abonne : evt_<abonne>_AAAAMMJJ.dat, nom
      * construit pour chaque abonne comme l'archive de archpurg
           SELECT EVT-FILE ASSIGN TO WS-EVT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-EVT-STATUS.

      * Compte rendu du passage : position de chaque abonne
           SELECT RAPPORT ASSIGN TO 'evenements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD EVT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  EVT-ENTRY         PIC X(297).

       FD RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V.

       01  RAPPORT-ENTRY     PIC X(125).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-EVT-STATUS         PIC X(2).
       01 REC-RAPPORT-STATUS     PIC X(2).

      *****************************************
      *          VARIABLE FICHIER FLUX        *
      *****************************************
       01  WS-EVT-FILENAME       PIC X(60) VALUE SPACE.

      * Enregistrement d'en-tete : abonne, date et heure de
      * production, plage de numeros couverte (du premier numero non
      * acquitte au dernier numero sur du passage)
       01  WS-EVT-HEADER.
           05  FILLER            PIC X(03) VALUE 'HDR'.
           05  WS-EH-SUBSCRIBER  PIC X(20).
           05  WS-EH-DATE        PIC 9(08).
           05  WS-EH-TIME        PIC 9(06).
           05  WS-EH-FROM-SEQ    PIC 9(10).
           05  WS-EH-TO-SEQ      PIC 9(10).

      * Un evenement : numero, type (INSERT, UPDATE, RETRAIT, FUSION,
      * EFFACE, OPTOUT, OPTIN), id du contact, horodatage
      * AAAAMMJJHHMMSS, programme source, colonnes modifiees
       01  WS-EVT-DETAIL.
           05  FILLER            PIC X(03) VALUE 'EVT'.
           05  WS-ED-SEQ         PIC 9(10).
           05  WS-ED-TYPE        PIC X(10).
           05  WS-ED-ID          PIC X(50).
           05  WS-ED-STAMP       PIC X(14).
           05  WS-ED-SOURCE      PIC X(10).
           05  WS-ED-FIELDS      PIC X(200).

      * Enregistrement de fin : nombre d'evenements du fichier et
      * dernier numero couvert, a acquitter par l'abonne
       01  WS-EVT-TRAILER.
           05  FILLER            PIC X(03) VALUE 'TRL'.
           05  WS-ET-COUNT       PIC 9(10).
           05  WS-ET-LAST-SEQ    PIC 9(10).

      *****************************************
      *        VARIABLE RAPPORT               *
      *****************************************
       01  PT-ENTETE    PIC X(27) VALUE '*   FLUX DES EVENEMENTS   *'.
       01  PT-ETOILE    PIC X(27) VALUE '***************************'.
       01  PT-ABONNES   PIC X(27) VALUE '*   POSITION DES ABONNES  *'.
       01  PT-TOTAUX    PIC X(27) VALUE '*   TOTAUX DE CONTROLE    *'.

       01  WS-CT-LINE.
           05  WS-CT-LABEL       PIC X(40).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-CT-VALUE       PIC 9(10).

       01  WS-SUB-LINE.
           05  WS-SL-SUBSCRIBER  PIC X(20).
           05  FILLER            PIC X(10) VALUE ' acquitte='.
           05  WS-SL-ACK         PIC 9(10).
           05  FILLER            PIC X(09) VALUE ' fichier='.
           05  WS-SL-COUNT       PIC 9(07).
           05  FILLER            PIC X(25)
                    VALUE ' non acquitte depuis le '.
           05  WS-SL-OLDEST      PIC X(10).

      *****************************************
      *             VARIABLE ALGO             *
      *****************************************
       01  WS-FS-RC              PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      * FLUX (defaut, passage de la nuit), ACQUIT (un abonne confirme
      * sa position), ABONNE (nouvel abonne), RETRAIT (abonne arrete)
       01  WS-MODE               PIC X(10) VALUE SPACE.
       01  WS-SEQ-ENV            PIC X(10) VALUE SPACE.

      * Abonnes actifs, charges avant la production des fichiers :
      * la boucle de lecture des evenements ne doit pas partager son
      * SQLCODE avec celle des abonnes
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY      OCCURS 50.
               10  WS-SUB-ID     PIC X(20).
               10  WS-SUB-ACK    PIC 9(10).
       01  WS-SUB-MAX            PIC 9(02) VALUE 50.
       01  WS-SUB-TOTAL          PIC 9(02) VALUE ZERO.
       01  WS-SUB-IX             PIC 9(02) VALUE ZERO.

       01  WS-FILE-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-EVT-WRITTEN        PIC 9(07) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-EVENT.
           05  SQL-EV-SEQ           PIC 9(10).
           05  SQL-EV-TYPE          PIC X(10).
           05  SQL-EV-ID            PIC X(50).
           05  SQL-EV-STAMP         PIC X(14).
           05  SQL-EV-SOURCE        PIC X(30).
           05  SQL-EV-FIELDS        PIC X(200).

       01  SQL-SUBSCRIBER.
           05  SQL-SUB-ID           PIC X(20).
           05  SQL-SUB-ACK          PIC 9(10).
           05  SQL-SUB-SENT         PIC 9(10).
           05  SQL-SUB-ACTIVE       PIC X(01).

      * Dernier numero sur du passage : tout evenement de numero
      * inferieur ou egal est committe ou definitivement abandonne
       01  SQL-MAX-SEQ             PIC 9(10) VALUE ZERO.
       01  SQL-NEW-SEQ             PIC 9(10).
       01  SQL-COUNT               PIC 9(10).
       01  SQL-OLDEST              PIC X(10).

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

           EVALUATE WS-MODE
               WHEN 'ACQUIT'
                   PERFORM 7050-ACQUIT-START  THRU 7050-ACQUIT-END
               WHEN 'ABONNE'
                   PERFORM 7060-ABONNE-START  THRU 7060-ABONNE-END
               WHEN 'RETRAIT'
                   PERFORM 7070-RETRAIT-START THRU 7070-RETRAIT-END
               WHEN OTHER
                   PERFORM 7000-FLUX-START    THRU 7000-FLUX-END
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
      *  Mode : EVENTSQL_MODE, FLUX par       *
      *  defaut. ACQUIT, ABONNE et RETRAIT    *
      *  portent sur l'abonne EVENTSQL_ABONNE *
      *  (obligatoire) ; EVENTSQL_SEQ donne   *
      *  le numero acquitte (ACQUIT) ou la    *
      *  position de depart (ABONNE, dernier  *
      *  numero par defaut). Mode inconnu,    *
      *  abonne absent ou numero non          *
      *  numerique = passage rejete, code     *
      *  retour 8, comme pendsql.             *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-MODE FROM ENVIRONMENT "EVENTSQL_MODE".
           IF WS-MODE = SPACE
               MOVE 'FLUX' TO WS-MODE
           END-IF.

           IF WS-MODE NOT = 'FLUX' AND WS-MODE NOT = 'ACQUIT' AND
              WS-MODE NOT = 'ABONNE' AND WS-MODE NOT = 'RETRAIT'
               DISPLAY 'EVENTSQL_MODE inconnu (FLUX, ACQUIT, ABONNE, '
                   'RETRAIT) : ' WS-MODE
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.

           IF WS-MODE = 'FLUX'
               GO TO 0010-INIT-END
           END-IF.

           ACCEPT SQL-SUB-ID FROM ENVIRONMENT "EVENTSQL_ABONNE".
           IF SQL-SUB-ID = SPACE
               DISPLAY 'EVENTSQL_ABONNE obligatoire en mode ' WS-MODE
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.

           ACCEPT WS-SEQ-ENV FROM ENVIRONMENT "EVENTSQL_SEQ".
           IF WS-SEQ-ENV = SPACE
               IF WS-MODE = 'ACQUIT'
                   DISPLAY 'EVENTSQL_SEQ obligatoire en mode ACQUIT'
                   MOVE 8 TO WS-FS-RC
               END-IF
               GO TO 0010-INIT-END
           END-IF.

           IF WS-SEQ-ENV(1:1) IS NOT NUMERIC
               DISPLAY 'EVENTSQL_SEQ non numerique : ' WS-SEQ-ENV
               MOVE 8 TO WS-FS-RC
               GO TO 0010-INIT-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SEQ-ENV) TO SQL-NEW-SEQ.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0015-SCHEMA-SETUP-START.

      *****************************************
      *  Journal des evenements (change_event,*
      *  alimente par maintdb, loaddb,        *
      *  payssql, dedupdb, rgpddb et suppdb : *
      *  meme CREATE dans chacun) et table    *
      *  des abonnes, amorcee avec le CRM a   *
      *  la position 0 si elle est vide.      *
      *****************************************

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
               CREATE TABLE IF NOT EXISTS event_subscriber
                   (subscriber_id VARCHAR(20),
                    active        CHAR(1) DEFAULT 'Y',
                    ack_seq       NUMERIC,
                    sent_seq      NUMERIC,
                    last_ack      TIMESTAMP,
                    last_sent     TIMESTAMP,
                    created       TIMESTAMP)
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COUNT
               FROM event_subscriber
           END-EXEC.

           IF SQL-COUNT = 0 THEN
               EXEC SQL
                   INSERT INTO event_subscriber
                       (subscriber_id, active, ack_seq, sent_seq,
                        created)
                   VALUES ('CRM', 'Y', 0, 0, CURRENT_TIMESTAMP)
               END-EXEC
           END-IF.

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
                   ('eventsql', CURRENT_TIMESTAMP, 'RUNNING')
           END-EXEC.

           EXEC SQL
               SELECT MAX(run_id) INTO :SQL-JOB-RUN-ID
               FROM job_history
               WHERE program_id = 'eventsql'
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
                  ' abonnes='         DELIMITED BY SIZE
                  WS-FILE-COUNT       DELIMITED BY SIZE
                  ' evenements='      DELIMITED BY SIZE
                  WS-EVT-WRITTEN      DELIMITED BY SIZE
                  ' dernier='         DELIMITED BY SIZE
                  SQL-MAX-SEQ         DELIMITED BY SIZE
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
       7000-FLUX-START.

      *****************************************
      *  Passage de la nuit : un fichier par  *
      *  abonne actif, avec tous les          *
      *  evenements qu'il n'a pas encore      *
      *  acquittes. Un abonne qui n'a pas     *
      *  acquitte depuis trois jours recoit   *
      *  donc les trois jours, exactement a   *
      *  partir de sa position.               *
      *****************************************

           PERFORM 7005-BORNE-START   THRU 7005-BORNE-END.
           PERFORM 7010-ABONNES-START THRU 7010-ABONNES-END.

           OPEN OUTPUT RAPPORT.

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ENTETE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ABONNES TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE  TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 1 TO WS-SUB-IX.
           PERFORM UNTIL WS-SUB-IX > WS-SUB-TOTAL
               PERFORM 7020-FICHIER-START THRU 7020-FICHIER-END
               ADD 1 TO WS-SUB-IX
           END-PERFORM.

           PERFORM 7040-TOTAUX-START THRU 7040-TOTAUX-END.

           CLOSE RAPPORT.

           DISPLAY 'Abonnes servis       : ' WS-FILE-COUNT.
           DISPLAY 'Evenements ecrits    : ' WS-EVT-WRITTEN.
           DISPLAY 'Dernier numero       : ' SQL-MAX-SEQ.

       7000-FLUX-END.
           EXIT.

      ******************************************************************
       7005-BORNE-START.

      *****************************************
      *  Borne haute du passage. Le numero    *
      *  (SERIAL) est attribue a l'insertion, *
      *  pas au COMMIT : une session encore   *
      *  ouverte peut detenir un numero plus  *
      *  petit qu'un evenement deja visible,  *
      *  et un abonne qui acquitterait ce     *
      *  dernier ne recevrait jamais le       *
      *  premier. Le verrou EXCLUSIVE attend  *
      *  la fin de ces sessions (il bloque    *
      *  les insertions, pas les lectures) ;  *
      *  sous le verrou, tout numero <= MAX   *
      *  est definitif. Verrou rendu aussitot *
      *  par le COMMIT.                       *
      *****************************************

           EXEC SQL
               LOCK TABLE change_event IN EXCLUSIVE MODE
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(event_seq), 0)
               INTO :SQL-MAX-SEQ
               FROM change_event
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.

       7005-BORNE-END.
           EXIT.

      ******************************************************************
       7010-ABONNES-START.

      *****************************************
      *  Chargement des abonnes actifs et de  *
      *  leur position acquittee. Table de 50 *
      *  postes : au-dela, les abonnes sont   *
      *  signales et non servis, leur         *
      *  position ne bouge pas.               *
      *****************************************

           INITIALIZE WS-SUB-TABLE.
           MOVE ZERO TO WS-SUB-TOTAL.

           EXEC SQL
               DECLARE CRSUB CURSOR FOR
               SELECT subscriber_id, COALESCE(ack_seq, 0)
               FROM event_subscriber
               WHERE active = 'Y'
               ORDER BY subscriber_id
           END-EXEC.

           EXEC SQL
               OPEN CRSUB
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRSUB
                   INTO :SQL-SUB-ID, :SQL-SUB-ACK
               END-EXEC

               IF SQLCODE = 0 THEN
                   IF WS-SUB-TOTAL < WS-SUB-MAX
                       ADD 1 TO WS-SUB-TOTAL
                       MOVE SQL-SUB-ID  TO WS-SUB-ID(WS-SUB-TOTAL)
                       MOVE SQL-SUB-ACK TO WS-SUB-ACK(WS-SUB-TOTAL)
                   ELSE
                       DISPLAY 'Abonne ' SQL-SUB-ID ' non servi : '
                           'plus de ' WS-SUB-MAX ' abonnes actifs.'
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSUB
           END-EXEC.

       7010-ABONNES-END.
           EXIT.

      ******************************************************************
       7020-FICHIER-START.

      *****************************************
      *  Fichier d'un abonne : en-tete,       *
      *  evenements de numero superieur a sa  *
      *  position acquittee et au plus egal a *
      *  la borne du passage, fin. La         *
      *  position envoyee (sent_seq) est      *
      *  mise a la borne ; la position        *
      *  acquittee ne bouge qu'au mode ACQUIT.*
      *****************************************

           MOVE WS-SUB-ID(WS-SUB-IX)  TO SQL-SUB-ID.
           MOVE WS-SUB-ACK(WS-SUB-IX) TO SQL-SUB-ACK.

           INITIALIZE WS-EVT-FILENAME.
           STRING 'evt_'        DELIMITED BY SIZE
                  SQL-SUB-ID    DELIMITED BY SPACE
                  '_'           DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  '.dat'        DELIMITED BY SIZE
                  INTO WS-EVT-FILENAME
           END-STRING.

           OPEN OUTPUT EVT-FILE.
           IF REC-EVT-STATUS NOT = '00'
               DISPLAY 'Fichier ' WS-EVT-FILENAME ' inaccessible '
                   '(status ' REC-EVT-STATUS ').'
               MOVE 8 TO WS-FS-RC
               GO TO 7020-FICHIER-END
           END-IF.

           MOVE SQL-SUB-ID        TO WS-EH-SUBSCRIBER.
           MOVE WS-RUN-DATE       TO WS-EH-DATE.
           MOVE WS-RUN-TIME (1:6) TO WS-EH-TIME.
           COMPUTE WS-EH-FROM-SEQ = SQL-SUB-ACK + 1.
           MOVE SQL-MAX-SEQ       TO WS-EH-TO-SEQ.
           MOVE WS-EVT-HEADER     TO EVT-ENTRY.
           WRITE EVT-ENTRY.

           MOVE ZERO TO WS-ET-COUNT.

           EXEC SQL
               DECLARE CREVT CURSOR FOR
               SELECT event_seq,
                      COALESCE(event_type, ' '),
                      COALESCE(id, ' '),
                      TO_CHAR(event_ts, 'YYYYMMDDHH24MISS'),
                      COALESCE(source_program, ' '),
                      COALESCE(changed_fields, ' ')
               FROM change_event
               WHERE event_seq >  :SQL-SUB-ACK
                 AND event_seq <= :SQL-MAX-SEQ
               ORDER BY event_seq
           END-EXEC.

           EXEC SQL
               OPEN CREVT
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CREVT
                   INTO :SQL-EV-SEQ, :SQL-EV-TYPE, :SQL-EV-ID,
                        :SQL-EV-STAMP, :SQL-EV-SOURCE, :SQL-EV-FIELDS
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-EV-SEQ    TO WS-ED-SEQ
                   MOVE SQL-EV-TYPE   TO WS-ED-TYPE
                   MOVE SQL-EV-ID     TO WS-ED-ID
                   MOVE SQL-EV-STAMP  TO WS-ED-STAMP
                   MOVE SQL-EV-SOURCE TO WS-ED-SOURCE
                   MOVE SQL-EV-FIELDS TO WS-ED-FIELDS
                   MOVE WS-EVT-DETAIL TO EVT-ENTRY
                   WRITE EVT-ENTRY
                   ADD 1 TO WS-ET-COUNT
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CREVT
           END-EXEC.

           MOVE SQL-MAX-SEQ       TO WS-ET-LAST-SEQ.
           MOVE WS-EVT-TRAILER    TO EVT-ENTRY.
           WRITE EVT-ENTRY.

           CLOSE EVT-FILE.

           ADD 1           TO WS-FILE-COUNT.
           ADD WS-ET-COUNT TO WS-EVT-WRITTEN.

           EXEC SQL
               UPDATE event_subscriber
               SET sent_seq  = :SQL-MAX-SEQ,
                   last_sent = CURRENT_TIMESTAMP
               WHERE subscriber_id = :SQL-SUB-ID
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.

      * Plus ancien evenement en attente d'acquittement : un abonne
      * qui ne confirme plus se voit ici avant que son fichier ne
      * devienne enorme
           EXEC SQL
               SELECT COALESCE(TO_CHAR(MIN(event_ts), 'YYYY-MM-DD'),
                               ' ')
               INTO :SQL-OLDEST
               FROM change_event
               WHERE event_seq >  :SQL-SUB-ACK
                 AND event_seq <= :SQL-MAX-SEQ
           END-EXEC.

           MOVE SQL-SUB-ID    TO WS-SL-SUBSCRIBER.
           MOVE SQL-SUB-ACK   TO WS-SL-ACK.
           MOVE WS-ET-COUNT   TO WS-SL-COUNT.
           MOVE SQL-OLDEST    TO WS-SL-OLDEST.
           MOVE WS-SUB-LINE   TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7020-FICHIER-END.
           EXIT.

      ******************************************************************
       7040-TOTAUX-START.

      *****************************************
      *           TOTAUX DE CONTROLE          *
      *****************************************

           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-TOTAUX TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.
           MOVE PT-ETOILE TO RAPPORT-ENTRY
           WRITE RAPPORT-ENTRY.

           MOVE 'Abonnes servis'              TO WS-CT-LABEL.
           MOVE WS-FILE-COUNT                 TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Evenements ecrits (tous abonnes)' TO WS-CT-LABEL.
           MOVE WS-EVT-WRITTEN                TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

           MOVE 'Dernier numero d''evenement'  TO WS-CT-LABEL.
           MOVE SQL-MAX-SEQ                   TO WS-CT-VALUE.
           MOVE WS-CT-LINE                    TO RAPPORT-ENTRY.
           WRITE RAPPORT-ENTRY.

       7040-TOTAUX-END.
           EXIT.

      ******************************************************************
       7050-ACQUIT-START.

      *****************************************
      *  Acquittement : l'abonne confirme     *
      *  avoir integre les evenements jusqu'a *
      *  EVENTSQL_SEQ (le numero du TRL de    *
      *  son dernier fichier lu). Refuse si   *
      *  l'abonne est inconnu ou arrete, si   *
      *  le numero recule (un evenement deja  *
      *  acquitte n'est pas renvoye) ou s'il  *
      *  depasse ce qui lui a ete envoye.     *
      *****************************************

           EXEC SQL
               SELECT COALESCE(MAX(active), ' '),
                      COALESCE(MAX(ack_seq), 0),
                      COALESCE(MAX(sent_seq), 0)
               INTO :SQL-SUB-ACTIVE, :SQL-SUB-ACK, :SQL-SUB-SENT
               FROM event_subscriber
               WHERE subscriber_id = :SQL-SUB-ID
           END-EXEC.

           IF SQL-SUB-ACTIVE NOT = 'Y'
               DISPLAY 'Abonne inconnu ou arrete : ' SQL-SUB-ID
               MOVE 8 TO WS-FS-RC
               GO TO 7050-ACQUIT-END
           END-IF.

           IF SQL-NEW-SEQ < SQL-SUB-ACK OR SQL-NEW-SEQ > SQL-SUB-SENT
               DISPLAY 'Acquittement ' SQL-NEW-SEQ ' refuse pour '
                   SQL-SUB-ID ' : position ' SQL-SUB-ACK
                   ', dernier envoye ' SQL-SUB-SENT '.'
               MOVE 8 TO WS-FS-RC
               GO TO 7050-ACQUIT-END
           END-IF.

           EXEC SQL
               UPDATE event_subscriber
               SET ack_seq  = :SQL-NEW-SEQ,
                   last_ack = CURRENT_TIMESTAMP
               WHERE subscriber_id = :SQL-SUB-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           MOVE SQL-NEW-SEQ TO SQL-MAX-SEQ.
           DISPLAY 'Abonne ' SQL-SUB-ID ' acquitte jusqu''a '
               SQL-NEW-SEQ '.'.

       7050-ACQUIT-END.
           EXIT.

      ******************************************************************
       7060-ABONNE-START.

      *****************************************
      *  Nouvel abonne : position de depart = *
      *  dernier numero en base (il part de   *
      *  l'extraction complete de extrdb puis *
      *  suit le flux), ou EVENTSQL_SEQ pour  *
      *  reprendre l'historique plus tot (0 = *
      *  tout). Un abonne arrete est repris   *
      *  a la meme regle.                     *
      *****************************************

           EXEC SQL
               SELECT COALESCE(MAX(event_seq), 0)
               INTO :SQL-MAX-SEQ
               FROM change_event
           END-EXEC.

           IF WS-SEQ-ENV = SPACE
               MOVE SQL-MAX-SEQ TO SQL-NEW-SEQ
           END-IF.

           IF SQL-NEW-SEQ > SQL-MAX-SEQ
               DISPLAY 'Position de depart ' SQL-NEW-SEQ
                   ' au-dela du dernier numero ' SQL-MAX-SEQ '.'
               MOVE 8 TO WS-FS-RC
               GO TO 7060-ABONNE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(active), ' ')
               INTO :SQL-SUB-ACTIVE
               FROM event_subscriber
               WHERE subscriber_id = :SQL-SUB-ID
           END-EXEC.

           EVALUATE SQL-SUB-ACTIVE
               WHEN 'Y'
                   DISPLAY 'Abonne deja actif : ' SQL-SUB-ID
                   MOVE 8 TO WS-FS-RC
                   GO TO 7060-ABONNE-END
               WHEN 'N'
                   EXEC SQL
                       UPDATE event_subscriber
                       SET active   = 'Y',
                           ack_seq  = :SQL-NEW-SEQ,
                           sent_seq = :SQL-NEW-SEQ
                       WHERE subscriber_id = :SQL-SUB-ID
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO event_subscriber
                           (subscriber_id, active, ack_seq, sent_seq,
                            created)
                       VALUES (:SQL-SUB-ID, 'Y', :SQL-NEW-SEQ,
                               :SQL-NEW-SEQ, CURRENT_TIMESTAMP)
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY 'Abonne ' SQL-SUB-ID ' actif a partir du numero '
               SQL-NEW-SEQ '.'.

       7060-ABONNE-END.
           EXIT.

      ******************************************************************
       7070-RETRAIT-START.

      *****************************************
      *  Abonne arrete : plus de fichier, sa  *
      *  position est conservee pour memoire  *
      *****************************************

           EXEC SQL
               SELECT COALESCE(MAX(active), ' ')
               INTO :SQL-SUB-ACTIVE
               FROM event_subscriber
               WHERE subscriber_id = :SQL-SUB-ID
           END-EXEC.

           IF SQL-SUB-ACTIVE NOT = 'Y'
               DISPLAY 'Abonne inconnu ou deja arrete : ' SQL-SUB-ID
               MOVE 8 TO WS-FS-RC
               GO TO 7070-RETRAIT-END
           END-IF.

           EXEC SQL
               UPDATE event_subscriber
               SET active = 'N'
               WHERE subscriber_id = :SQL-SUB-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY 'Abonne ' SQL-SUB-ID ' arrete.'.

       7070-RETRAIT-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
      * Erreur base : ROLLBACK et arret. Les positions des abonnes
      * deja servis sont committees avec leur fichier ; un abonne
      * non servi garde sa position et recevra tout au passage
      * suivant.
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
