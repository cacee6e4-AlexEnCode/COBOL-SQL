      * TRL;nombre_de_lignes. Entete et remorque sont verifiees
      * avant tout chargement : un transfert tronque ou rejoue est
      * rejete en bloc au lieu d'etre a moitie charge.
      * Type d'enregistrement facultatif, adresse postale d'un
      * contact (du lot ou deja en base) : ADR;id;type;rue;
      * complement;code_postal;ville;code_pays;valide_depuis
      * (AAAAMMJJ, vide = jour du chargement);adresse_courrier (O/N).
      * Les lignes ADR comptent dans la remorque comme les contacts.
           SELECT INTAKE ASSIGN TO 'intake.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REJECT-STATUS.

      * Quarantaine des codes postaux non conformes au format du
      * pays (country_ref) : l'adresse est gardee mais inutilisable
      * pour le courrier tant qu'elle n'est pas corrigee dans maintdb
           SELECT EXCEPTION-POSTCODE
           ASSIGN TO 'exception_postcode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-EXC-PC-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.

       01  REJECT-ENTRY      PIC X(531).

       FD EXCEPTION-POSTCODE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  EXCEPTION-POSTCODE-ENTRY PIC X(129).
      ******************************************************************

       WORKING-STORAGE SECTION.
      *****************************************
       01 REC-INTAKE-STATUS      PIC X(2).
       01 REC-REJECT-STATUS      PIC X(2).
       01 REC-EXC-PC-STATUS      PIC X(2).

      *****************************************
      *             VARIABLE ALGO             *
       01  WS-INSERT-COUNTER     PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNTER     PIC 9(07) VALUE ZERO.
       01  WS-ROLLBACK-COUNTER   PIC 9(07) VALUE ZERO.

      * Lignes ADR : lues = inserees (quarantaine comprise) + rejetees
       01  WS-ADR-READ-COUNTER   PIC 9(07) VALUE ZERO.
       01  WS-ADR-INSERT-COUNTER PIC 9(07) VALUE ZERO.
       01  WS-ADR-REJECT-COUNTER PIC 9(07) VALUE ZERO.
       01  WS-ADR-QUAR-COUNTER   PIC 9(07) VALUE ZERO.
       01  WS-IN-VALID-FROM      PIC X(10) VALUE SPACE.
       01  WS-IN-MAILING         PIC X(01) VALUE SPACE.

      * Controle du code postal contre le masque du pays : '9' =
      * chiffre, 'A' = lettre, tout autre caractere tel quel ; le
      * masque donne aussi la longueur (blanc = fin du code)
       01  WS-PC-VALID           PIC X(01) VALUE 'Y'.
       01  WS-PC-IX              PIC 9(02) VALUE ZERO.
       01  WS-PC-CHAR            PIC X(01) VALUE SPACE.
       01  WS-PC-FMT-CHAR        PIC X(01) VALUE SPACE.

       01  WS-EXC-POSTCODE-LINE.
           05  WS-EXP-ID         PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EXP-SEQ        PIC 9(05).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EXP-COUNTRY    PIC X(10).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EXP-POSTCODE   PIC X(10).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-EXP-CITY       PIC X(50).
       01  WS-LOAD-RC            PIC 9(02) VALUE ZERO.

      *****************************************
       01  WS-COMMIT-INTERVAL    PIC 9(05) VALUE 500.
       01  WS-COMMIT-ENV         PIC X(10) VALUE SPACE.
       01  WS-PENDING-COUNTER    PIC 9(05) VALUE ZERO.
      * Part des adresses dans les insertions non committees
       01  WS-ADR-PENDING        PIC 9(05) VALUE ZERO.

      * Ligne de rejet : motif en tete pour que le fournisseur puisse
      * trier, puis la ligne d'origine telle que recue
           05  FILLER            PIC X(01) VALUE ';'.
           05  WS-REJ-RECORD     PIC X(520).

      * Comptage des rejets par code motif, memorise en fin de run
      * dans intake_reject pour la fiche qualite fournisseur
      * (reject.dat est ecrase a chaque chargement)
       01  WS-REJ-CODES.
           05  FILLER            PIC X(10) VALUE 'E-ID'.
           05  FILLER            PIC X(10) VALUE 'E-DOUBLON'.
           05  FILLER            PIC X(10) VALUE 'E-NOM'.
           05  FILLER            PIC X(10) VALUE 'E-EMAIL'.
           05  FILLER            PIC X(10) VALUE 'E-SEXE'.
           05  FILLER            PIC X(10) VALUE 'E-AGE'.
           05  FILLER            PIC X(10) VALUE 'E-NAISS'.
           05  FILLER            PIC X(10) VALUE 'E-LANGUE'.
           05  FILLER            PIC X(10) VALUE 'E-PAYS'.
           05  FILLER            PIC X(10) VALUE 'E-CODE'.
           05  FILLER            PIC X(10) VALUE 'E-PAYSREF'.
           05  FILLER            PIC X(10) VALUE 'E-TEL'.
           05  FILLER            PIC X(10) VALUE 'E-SQL'.
           05  FILLER            PIC X(10) VALUE 'E-ADRID'.
           05  FILLER            PIC X(10) VALUE 'E-ADRESSE'.
           05  FILLER            PIC X(10) VALUE 'E-ADRPAYS'.
       01  FILLER REDEFINES WS-REJ-CODES.
           05  WS-REJ-CODE       PIC X(10) OCCURS 16.

       01  WS-REJ-COUNTS.
           05  WS-REJ-COUNT      PIC 9(07) OCCURS 16.

       01  WS-REJ-MAX            PIC 9(02) VALUE 16.
       01  WS-REJ-IX             PIC 9(02) VALUE 1.

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       01  SQL-FOUND-COUNT      PIC 9(10).

      * Adresse postale d'un contact (contact_address) : plusieurs
      * par contact, une seule marquee adresse courrier (mailing =
      * 'Y'). Statut V = valide, Q = code postal en quarantaine.
       01  CONTACT-ADDRESS.
           05 AD-ID             PIC X(50).
           05 AD-SEQ            PIC 9(05).
           05 AD-TYPE           PIC X(10).
           05 AD-STREET1        PIC X(50).
           05 AD-STREET2        PIC X(50).
           05 AD-POSTCODE       PIC X(10).
           05 AD-CITY           PIC X(50).
           05 AD-COUNTRY-CODE   PIC X(10).
           05 AD-VALID-FROM     PIC X(08).
           05 AD-MAILING        PIC X(01).
           05 AD-STATUS         PIC X(01).

      * Masque de code postal du pays (country_ref.postcode_format)
       01  SQL-PC-FORMAT        PIC X(10).

       01  SQL-JOB.
           05  SQL-JOB-RUN-ID       PIC 9(10).
           05  SQL-JOB-STATUS       PIC X(10) VALUE SPACE.
           05  SQL-CTL-LAST-SEQ     PIC 9(06).
           05  SQL-CTL-LAST-DATE    PIC 9(08).
           05  SQL-CTL-DUP-COUNT    PIC 9(10).
           05  SQL-CTL-READ         PIC 9(07).
           05  SQL-CTL-INSERTED     PIC 9(07).
           05  SQL-CTL-REJECTED     PIC 9(07).

      * Rejets du lot par code motif (intake_reject)
       01  SQL-REJ.
           05  SQL-REJ-REASON       PIC X(10).
           05  SQL-REJ-COUNT        PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

           END-IF.

           OPEN OUTPUT REJECTS.
           OPEN OUTPUT EXCEPTION-POSTCODE.
           INITIALIZE WS-REJ-COUNTS.

           ACCEPT WS-COMMIT-ENV
               FROM ENVIRONMENT "LOADDB_COMMIT_INTERVAL".
               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

      * Provenance : fournisseur et lot d'origine de chaque contact
      * charge (NULL pour les contacts anterieurs), pour imputer au
      * bon fournisseur les quarantaines, fusions et effacements
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

           PERFORM 0012-COUNTRYREF-START THRU 0012-COUNTRYREF-END.

      * Evenements des contacts pour les abonnes du flux (meme
      * CREATE dans maintdb et eventsql)
           EXEC SQL
               CREATE TABLE IF NOT EXISTS change_event
                   (event_seq      SERIAL,
                    event_type     VARCHAR(10),
                    id             VARCHAR(50),
                    changed_fields VARCHAR(200),
                    event_ts       TIMESTAMP,
                    source_program VARCHAR(30))
           END-EXEC.

      * Adresses postales des contacts, chargees par les lignes ADR
      * et tenues dans maintdb (memes definitions dans maintdb et
      * mailext)
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

      * Registre des lots recus : c'est lui qui detecte un fichier
      * rejoue (meme fournisseur/date/sequence deja charge) ou une
      * sequence qui arrive dans le desordre
                    status      VARCHAR(10))
           END-EXEC.

      * Comptes du lot, repris par la fiche qualite fournisseur
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

      * Rejets par lot et par code motif : la memoire de reject.dat
           EXEC SQL
               CREATE TABLE IF NOT EXISTS intake_reject
                   (supplier_id  VARCHAR(20),
                    file_date    NUMERIC,
                    seq_no       NUMERIC,
                    reason       VARCHAR(10),
                    reject_count NUMERIC,
                    load_date    TIMESTAMP)
           END-EXEC.

           PERFORM 0020-JOBSTART-START THRU 0020-JOBSTART-END.

      * Commit immediat du schema : le ROLLBACK d'un INSERT en echec
               DISPLAY 'Fichier intake.dat rejete en bloc, aucun '
                   'chargement effectue.'
               CLOSE REJECTS
               CLOSE EXCEPTION-POSTCODE
               MOVE 'REJET' TO SQL-JOB-STATUS
               MOVE 8 TO WS-LOAD-RC
               PERFORM 0080-JOBEND-START THRU 0080-JOBEND-END
                               CONTINUE
                           WHEN 'TRL;'
                               MOVE 'Y' TO WS-INTAKE-EOF
                           WHEN 'ADR;'
                               ADD 1 TO WS-ADR-READ-COUNTER
                               PERFORM 7050-ADDRESS-START
                                   THRU 7050-ADDRESS-END
                           WHEN OTHER
                               ADD 1 TO WS-READ-COUNTER
                               PERFORM 7010-LOAD-START

           CLOSE INTAKE.
           CLOSE REJECTS.
           CLOSE EXCEPTION-POSTCODE.

           PERFORM 7040-BALANCE-START THRU 7040-BALANCE-END.

           DISPLAY 'Lignes lues     : ' WS-READ-COUNTER.
           DISPLAY 'Contacts inseres: ' WS-INSERT-COUNTER.
           DISPLAY 'Lignes rejetees : ' WS-REJECT-COUNTER.
           DISPLAY 'Adresses lues   : ' WS-ADR-READ-COUNTER.
           DISPLAY 'Adresses chargees : ' WS-ADR-INSERT-COUNTER
               ' dont quarantaine code postal : ' WS-ADR-QUAR-COUNTER.
           DISPLAY 'Adresses rejetees : ' WS-ADR-REJECT-COUNTER.
           IF WS-ROLLBACK-COUNTER NOT = ZERO
               DISPLAY 'Insertions annulees par rollback : '
                   WS-ROLLBACK-COUNTER
      *****************************************
      *  Rapprochement de fin de run, sur le  *
      *  modele du 7040-TOTAUX de payssql :   *
      *  lignes lues (contacts + adresses) =  *
      *  compte de la remorque, et pour       *
      *  chaque type lues = inserees +        *
      *  rejetees. Un desequilibre = lot non  *
      *  enregistre OK dans le registre,      *
      *  statut DESEQ et                      *
      *  code retour 8 pour que le pilote de  *
      *  la chaine s'arrete.                  *
      *****************************************

           MOVE WS-READ-COUNTER   TO SQL-CTL-READ.
           MOVE WS-INSERT-COUNTER TO SQL-CTL-INSERTED.
           MOVE WS-REJECT-COUNTER TO SQL-CTL-REJECTED.

           IF WS-READ-COUNTER + WS-ADR-READ-COUNTER = WS-TRL-COUNT
              AND WS-READ-COUNTER =
                  WS-INSERT-COUNTER + WS-REJECT-COUNTER
              AND WS-ADR-READ-COUNTER =
                  WS-ADR-INSERT-COUNTER + WS-ADR-REJECT-COUNTER THEN
               MOVE 'OK' TO SQL-JOB-STATUS
               EXEC SQL
                   INSERT INTO intake_control
                       (supplier_id, file_date, seq_no, load_date,
                        status, rows_read, rows_inserted,
                        rows_rejected)
                   VALUES (:SQL-CTL-SUPPLIER, :SQL-CTL-FILEDATE,
                           :SQL-CTL-SEQ, CURRENT_TIMESTAMP, 'OK',
                           :SQL-CTL-READ, :SQL-CTL-INSERTED,
                           :SQL-CTL-REJECTED)
               END-EXEC
               PERFORM 7045-REJCOUNT-START THRU 7045-REJCOUNT-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Rapprochement remorque : equilibre.'
           ELSE
               EXEC SQL
                   INSERT INTO intake_control
                       (supplier_id, file_date, seq_no, load_date,
                        status, rows_read, rows_inserted,
                        rows_rejected)
                   VALUES (:SQL-CTL-SUPPLIER, :SQL-CTL-FILEDATE,
                           :SQL-CTL-SEQ, CURRENT_TIMESTAMP, 'DESEQ',
                           :SQL-CTL-READ, :SQL-CTL-INSERTED,
                           :SQL-CTL-REJECTED)
               END-EXEC
               PERFORM 7045-REJCOUNT-START THRU 7045-REJCOUNT-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Rapprochement remorque : DESEQUILIBRE ('
                   WS-READ-COUNTER ' lues / ' WS-TRL-COUNT
                   ' annoncees / ' WS-INSERT-COUNTER ' inserees / '
                   WS-REJECT-COUNTER ' rejetees, adresses '
                   WS-ADR-READ-COUNTER ' lues / '
                   WS-ADR-INSERT-COUNTER ' chargees / '
                   WS-ADR-REJECT-COUNTER ' rejetees).'
           END-IF.

       7040-BALANCE-END.
           EXIT.

      ******************************************************************
       7045-REJCOUNT-START.

      *****************************************
      *  Rejets du lot par code motif dans    *
      *  intake_reject (une ligne par motif   *
      *  rencontre), dans la meme unite de    *
      *  travail que la ligne du registre des *
      *  lots : la fiche qualite fournisseur  *
      *  ne voit jamais l'un sans l'autre.    *
      *****************************************

           MOVE 1 TO WS-REJ-IX.
           PERFORM UNTIL WS-REJ-IX > WS-REJ-MAX
               IF WS-REJ-COUNT(WS-REJ-IX) NOT = ZERO
                   MOVE WS-REJ-CODE(WS-REJ-IX)  TO SQL-REJ-REASON
                   MOVE WS-REJ-COUNT(WS-REJ-IX) TO SQL-REJ-COUNT
                   EXEC SQL
                       INSERT INTO intake_reject
                           (supplier_id, file_date, seq_no, reason,
                            reject_count, load_date)
                       VALUES (:SQL-CTL-SUPPLIER, :SQL-CTL-FILEDATE,
                               :SQL-CTL-SEQ, :SQL-REJ-REASON,
                               :SQL-REJ-COUNT, CURRENT_TIMESTAMP)
                   END-EXEC
               END-IF
               ADD 1 TO WS-REJ-IX
           END-PERFORM.

       7045-REJCOUNT-END.
           EXIT.

      ******************************************************************
       0020-JOBSTART-START.

                  WS-INSERT-COUNTER DELIMITED BY SIZE
                  ' rejets='        DELIMITED BY SIZE
                  WS-REJECT-COUNTER DELIMITED BY SIZE
                  ' adresses='      DELIMITED BY SIZE
                  WS-ADR-INSERT-COUNTER DELIMITED BY SIZE
                  ' quar_cp='       DELIMITED BY SIZE
                  WS-ADR-QUAR-COUNTER   DELIMITED BY SIZE
                  INTO SQL-JOB-COUNTS
           END-STRING.

               END-EXEC
           END-IF.

      * Format du code postal par pays (masque, '9' = chiffre),
      * amorce pour les marches historiques quand il n'est pas
      * encore renseigne ; blanc = pas de controle de format
           EXEC SQL
               ALTER TABLE country_ref
               ADD COLUMN IF NOT EXISTS postcode_format VARCHAR(10)
           END-EXEC.

           EXEC SQL
               UPDATE country_ref
               SET postcode_format = '9999'
               WHERE country_code IN ('BE', 'LU', 'CH')
                 AND postcode_format IS NULL
           END-EXEC.

           EXEC SQL
               UPDATE country_ref
               SET postcode_format = '99999'
               WHERE country_code = 'FR'
                 AND postcode_format IS NULL
           END-EXEC.

       0012-COUNTRYREF-END.
           EXIT.

                   INSERT INTO databank
                       (id, first_name, last_name, email, gender, age,
                        spoken, country, country_code, info_phone,
                        birth_date, last_modified, active,
                        supplier_id, file_date, seq_no)
                   VALUES
                       (:DK-ID, :DK-FIRST-NAME, :DK-LAST-NAME,
                        :DK-EMAIL, :DK-GENDER, :DK-AGE, :DK-SPOKEN,
                        :DK-COUNTRY, :DK-COUNTRY-CODE, :DK-INFO-PHONE,
                        CASE WHEN :DK-BIRTH = ' ' THEN NULL
                             ELSE TO_DATE(:DK-BIRTH, 'YYYYMMDD') END,
                        CURRENT_TIMESTAMP, 'Y',
                        :SQL-CTL-SUPPLIER, :SQL-CTL-FILEDATE,
                        :SQL-CTL-SEQ)
               END-EXEC

      * Evenement INSERT pour le flux des abonnes, dans la meme
      * unite de travail : un echec passe par le meme ROLLBACK
               IF SQLCODE = 0 THEN
                   EXEC SQL
                       INSERT INTO change_event
                           (event_type, id, changed_fields, event_ts,
                            source_program)
                       VALUES
                           ('INSERT', :DK-ID,
                            'first_name,last_name,email,gender,' ||
                            'age,birth_date,spoken,country,' ||
                            'country_code,info_phone,supplier_id',
                            CURRENT_TIMESTAMP, 'loaddb')
                   END-EXEC
               END-IF

               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-INSERT-COUNTER
                   ADD 1 TO WS-PENDING-COUNTER
                   IF WS-PENDING-COUNTER >= WS-COMMIT-INTERVAL
                       EXEC SQL COMMIT WORK END-EXEC
                       MOVE ZERO TO WS-PENDING-COUNTER
                       MOVE ZERO TO WS-ADR-PENDING
                   END-IF
               ELSE
      * Insertion refusee par la base (contrainte, droit, ...) :
      * committees partant alors en rejet E-DOUBLON).
                   MOVE 'E-SQL' TO WS-REJECT-REASON
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 7065-ROLLCOUNT-START
                       THRU 7065-ROLLCOUNT-END
               END-IF
           END-IF.

           IF WS-REJECT-REASON NOT = SPACE THEN
               ADD 1 TO WS-REJECT-COUNTER
               MOVE 1 TO WS-REJ-IX
               PERFORM UNTIL WS-REJ-IX > WS-REJ-MAX
                          OR WS-REJ-CODE(WS-REJ-IX) = WS-REJECT-REASON
                   ADD 1 TO WS-REJ-IX
               END-PERFORM
               IF WS-REJ-IX NOT > WS-REJ-MAX
                   ADD 1 TO WS-REJ-COUNT(WS-REJ-IX)
               END-IF
               MOVE WS-REJECT-REASON TO WS-REJ-REASON
               MOVE INTAKE-ENTRY     TO WS-REJ-RECORD
               MOVE WS-REJECT-LINE   TO REJECT-ENTRY
       7020-VALIDATE-END.
           EXIT.

      ******************************************************************
       7050-ADDRESS-START.

      *****************************************
      *  Ligne ADR : adresse postale d'un     *
      *  contact. Controle des champs, puis   *
      *  du code postal contre le format du   *
      *  pays : un code non conforme est      *
      *  charge en quarantaine (statut Q) et  *
      *  liste dans exception_postcode.dat.   *
      *  Adresse courrier : la derniere       *
      *  marquee O l'emporte, et la premiere  *
      *  adresse d'un contact le devient      *
      *  d'office.                            *
      *****************************************

           INITIALIZE CONTACT-ADDRESS.
           MOVE SPACE TO WS-IN-VALID-FROM.
           MOVE SPACE TO WS-IN-MAILING.
           MOVE SPACE TO WS-REJECT-REASON.

           UNSTRING INTAKE-ENTRY DELIMITED BY ';'
               INTO WS-CTL-TAG
                    AD-ID
                    AD-TYPE
                    AD-STREET1
                    AD-STREET2
                    AD-POSTCODE
                    AD-CITY
                    AD-COUNTRY-CODE
                    WS-IN-VALID-FROM
                    WS-IN-MAILING
           END-UNSTRING.

           PERFORM 7055-ADRVALID-START THRU 7055-ADRVALID-END.

           IF WS-REJECT-REASON NOT = SPACE THEN
               GO TO 7050-ADDRESS-REJET
           END-IF.

           PERFORM 7060-POSTCODE-START THRU 7060-POSTCODE-END.
           IF WS-PC-VALID = 'Y' THEN
               MOVE 'V' TO AD-STATUS
           ELSE
               MOVE 'Q' TO AD-STATUS
           END-IF.

      * Numero d'ordre de l'adresse chez le contact
           EXEC SQL
               SELECT COALESCE(MAX(addr_seq), 0) + 1,
                      COUNT(*)
               INTO :AD-SEQ, :SQL-FOUND-COUNT
               FROM contact_address
               WHERE id = :AD-ID
           END-EXEC.

           IF WS-IN-MAILING = 'O' OR WS-IN-MAILING = 'Y' OR
              SQL-FOUND-COUNT = 0 THEN
               MOVE 'Y' TO AD-MAILING
               EXEC SQL
                   UPDATE contact_address
                   SET mailing = 'N'
                   WHERE id = :AD-ID
                     AND mailing = 'Y'
               END-EXEC
           ELSE
               MOVE 'N' TO AD-MAILING
           END-IF.

           EXEC SQL
               INSERT INTO contact_address
                   (id, addr_seq, addr_type, street1, street2,
                    postcode, city, country_code, valid_from,
                    mailing, status)
               VALUES
                   (:AD-ID, :AD-SEQ, :AD-TYPE, :AD-STREET1,
                    :AD-STREET2, :AD-POSTCODE, :AD-CITY,
                    :AD-COUNTRY-CODE,
                    CASE WHEN :AD-VALID-FROM = ' ' THEN CURRENT_DATE
                         ELSE TO_DATE(:AD-VALID-FROM, 'YYYYMMDD') END,
                    :AD-MAILING, :AD-STATUS)
           END-EXEC.

           IF SQLCODE = 0 THEN
               ADD 1 TO WS-ADR-INSERT-COUNTER
               ADD 1 TO WS-PENDING-COUNTER
               ADD 1 TO WS-ADR-PENDING
               IF WS-PENDING-COUNTER >= WS-COMMIT-INTERVAL
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE ZERO TO WS-PENDING-COUNTER
                   MOVE ZERO TO WS-ADR-PENDING
               END-IF
               IF AD-STATUS = 'Q' THEN
                   ADD 1 TO WS-ADR-QUAR-COUNTER
                   MOVE AD-ID           TO WS-EXP-ID
                   MOVE AD-SEQ          TO WS-EXP-SEQ
                   MOVE AD-COUNTRY-CODE TO WS-EXP-COUNTRY
                   MOVE AD-POSTCODE     TO WS-EXP-POSTCODE
                   MOVE AD-CITY         TO WS-EXP-CITY
                   MOVE WS-EXC-POSTCODE-LINE
                       TO EXCEPTION-POSTCODE-ENTRY
                   WRITE EXCEPTION-POSTCODE-ENTRY
               END-IF
               GO TO 7050-ADDRESS-END
           END-IF.

      * Meme traitement de l'echec base que 7010-LOAD-START : le
      * ROLLBACK annule aussi les lignes non encore committees
           MOVE 'E-SQL' TO WS-REJECT-REASON.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 7065-ROLLCOUNT-START THRU 7065-ROLLCOUNT-END.

       7050-ADDRESS-REJET.
           ADD 1 TO WS-ADR-REJECT-COUNTER.
           MOVE 1 TO WS-REJ-IX.
           PERFORM UNTIL WS-REJ-IX > WS-REJ-MAX
                      OR WS-REJ-CODE(WS-REJ-IX) = WS-REJECT-REASON
               ADD 1 TO WS-REJ-IX
           END-PERFORM.
           IF WS-REJ-IX NOT > WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT(WS-REJ-IX)
           END-IF.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE INTAKE-ENTRY     TO WS-REJ-RECORD.
           MOVE WS-REJECT-LINE   TO REJECT-ENTRY.
           WRITE REJECT-ENTRY.

       7050-ADDRESS-END.
           EXIT.

      ******************************************************************
       7055-ADRVALID-START.

      *****************************************
      *  Controles d'une ligne ADR : contact  *
      *  connu (du lot ou deja en base),      *
      *  rue / code postal / ville / pays     *
      *  presents, date de validite AAAAMMJJ  *
      *  vraisemblable, pays actif du         *
      *  referentiel, adresse pas deja        *
      *  connue. Premier motif trouve =       *
      *  motif du rejet.                      *
      *****************************************

           IF AD-ID = SPACE THEN
               MOVE 'E-ADRID' TO WS-REJECT-REASON
               GO TO 7055-ADRVALID-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM databank
               WHERE id = :AD-ID
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               MOVE 'E-ADRID' TO WS-REJECT-REASON
               GO TO 7055-ADRVALID-END
           END-IF.

           IF AD-STREET1 = SPACE OR AD-POSTCODE = SPACE OR
              AD-CITY = SPACE OR AD-COUNTRY-CODE = SPACE THEN
               MOVE 'E-ADRESSE' TO WS-REJECT-REASON
               GO TO 7055-ADRVALID-END
           END-IF.

           IF AD-TYPE = SPACE THEN
               MOVE 'DOMICILE' TO AD-TYPE
           END-IF.
           MOVE FUNCTION UPPER-CASE(AD-TYPE)         TO AD-TYPE.
           MOVE FUNCTION UPPER-CASE(AD-COUNTRY-CODE) TO AD-COUNTRY-CODE.
           MOVE FUNCTION UPPER-CASE(AD-POSTCODE)     TO AD-POSTCODE.
           MOVE FUNCTION UPPER-CASE(WS-IN-MAILING)   TO WS-IN-MAILING.

      * Meme controle de vraisemblance que la date de naissance
           IF WS-IN-VALID-FROM NOT = SPACE THEN
               IF WS-IN-VALID-FROM(1:8) IS NOT NUMERIC OR
                  WS-IN-VALID-FROM(9:2) NOT = SPACE THEN
                   MOVE 'E-ADRESSE' TO WS-REJECT-REASON
                   GO TO 7055-ADRVALID-END
               END-IF
               MOVE WS-IN-VALID-FROM(1:8) TO WS-BIRTH-CHECK
               IF WS-BC-YEAR < 1900 OR
                  WS-BC-MONTH < 1 OR WS-BC-MONTH > 12 OR
                  WS-BC-DAY < 1 OR WS-BC-DAY > 31 THEN
                   MOVE 'E-ADRESSE' TO WS-REJECT-REASON
                   GO TO 7055-ADRVALID-END
               END-IF
               MOVE WS-IN-VALID-FROM(1:8) TO AD-VALID-FROM
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM country_ref
               WHERE UPPER(country_code) = :AD-COUNTRY-CODE
                 AND active = 'Y'
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               MOVE 'E-ADRPAYS' TO WS-REJECT-REASON
               GO TO 7055-ADRVALID-END
           END-IF.

      * Adresse deja connue pour ce contact (relance d'un lot en
      * desequilibre) : rejet E-DOUBLON, comme un contact deja en base
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM contact_address
               WHERE id = :AD-ID
                 AND UPPER(street1) = UPPER(:AD-STREET1)
                 AND postcode = :AD-POSTCODE
                 AND country_code = :AD-COUNTRY-CODE
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               MOVE 'E-DOUBLON' TO WS-REJECT-REASON
               GO TO 7055-ADRVALID-END
           END-IF.

       7055-ADRVALID-END.
           EXIT.

      ******************************************************************
       7060-POSTCODE-START.

      *****************************************
      *  Code postal AD-POSTCODE contre le    *
      *  masque du pays AD-COUNTRY-CODE dans  *
      *  country_ref : '9' = chiffre, 'A' =   *
      *  lettre, autre caractere = lui-meme,  *
      *  blanc = fin du code. Masque absent = *
      *  pas de controle. Resultat dans       *
      *  WS-PC-VALID. Meme paragraphe dans    *
      *  maintdb (9020-POSTCODE-START).       *
      *****************************************

           MOVE 'Y' TO WS-PC-VALID.

           EXEC SQL
               SELECT COALESCE(MAX(postcode_format), ' ')
               INTO :SQL-PC-FORMAT
               FROM country_ref
               WHERE UPPER(country_code) = :AD-COUNTRY-CODE
                 AND active = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PC-FORMAT = SPACE THEN
               GO TO 7060-POSTCODE-END
           END-IF.

           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                   UNTIL WS-PC-IX > 10 OR WS-PC-VALID = 'N'
               MOVE SQL-PC-FORMAT(WS-PC-IX:1) TO WS-PC-FMT-CHAR
               MOVE AD-POSTCODE(WS-PC-IX:1)   TO WS-PC-CHAR
               EVALUATE WS-PC-FMT-CHAR
                   WHEN '9'
                       IF WS-PC-CHAR IS NOT NUMERIC
                           MOVE 'N' TO WS-PC-VALID
                       END-IF
                   WHEN 'A'
                       IF WS-PC-CHAR IS NOT ALPHABETIC OR
                          WS-PC-CHAR = SPACE
                           MOVE 'N' TO WS-PC-VALID
                       END-IF
                   WHEN OTHER
                       IF WS-PC-CHAR NOT = WS-PC-FMT-CHAR
                           MOVE 'N' TO WS-PC-VALID
                       END-IF
               END-EVALUATE
           END-PERFORM.

       7060-POSTCODE-END.
           EXIT.

      ******************************************************************
       7065-ROLLCOUNT-START.

      *****************************************
      *  Apres un ROLLBACK : les insertions   *
      *  non encore committees (contacts et   *
      *  adresses) sont retirees de leurs     *
      *  compteurs et signalees en fin de run *
      *****************************************

           IF WS-PENDING-COUNTER NOT = ZERO
               SUBTRACT WS-ADR-PENDING FROM WS-PENDING-COUNTER
               SUBTRACT WS-PENDING-COUNTER FROM WS-INSERT-COUNTER
               SUBTRACT WS-ADR-PENDING FROM WS-ADR-INSERT-COUNTER
               ADD WS-PENDING-COUNTER TO WS-ROLLBACK-COUNTER
               ADD WS-ADR-PENDING     TO WS-ROLLBACK-COUNTER
               MOVE ZERO TO WS-PENDING-COUNTER
               MOVE ZERO TO WS-ADR-PENDING
           END-IF.

       7065-ROLLCOUNT-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
