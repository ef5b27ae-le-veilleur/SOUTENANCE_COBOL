       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8VSWF.
      *===============================================================
      *    BATCH D'EXTRACTION DES VIREMENTS INTERNATIONAUX (MT103)
      *    Pendant d'API8VEXT pour les virements hors euro deposes
      *    par l'ecran API8VINT (API8.VIREXT TYPE_VIREMENT = 'I') :
      *    les memes regles d'extraction s'appliquent (EXPEDIE = 'N',
      *    VERIF_BENEF = 'V', pas de retenue sanctions API8SANS),
      *    mais chaque virement est ecrit au format SWIFT MT103 dans
      *    le fichier FMT103 remis au correspondant, une ligne de
      *    message par enregistrement :
      *       {1:}{2:}{4:  en-tetes (notre BIC lu dans l'annuaire
      *                    API8.ANNUBANQUE sur notre code banque,
      *                    BIC de la banque du beneficiaire)
      *       :20:   reference VI + ID_VIREXT
      *       :23B:  CRED
      *       :32A:  date de valeur AAMMJJ, devise, montant regle
      *       :33B:  montant donne en ordre (BEN : avant nos frais)
      *       :50K:  donneur d'ordre (compte, nom, adresse)
      *       :57A:  BIC de la banque du beneficiaire
      *       :59:   beneficiaire (compte, nom, adresse, pays)
      *       :70:   motif du paiement
      *       :71A:  option de frais OUR / SHA / BEN
      *       :71F:  nos frais retenus (option BEN seulement)
      *       -}     fin du message
      *    La virgule decimale est celle de la norme SWIFT. Chaque
      *    virement extrait est marque EXPEDIE = 'Y' ; le
      *    rapprochement du reglement en devise se fait dans
      *    API8NOSR sur le montant en devise.
      *    Le fichier porte les enregistrements de controle '01' et
      *    '09' ; le total de controle cumule les montants regles en
      *    devise (nominal, toutes devises confondues).
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FMT103 ASSIGN TO OUT050
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FMT103.

       DATA DIVISION.

       FILE SECTION.
       FD  FMT103
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-MT103           PIC X(80).

       WORKING-STORAGE SECTION.

       77  FS-FMT103                 PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-ID-VIREXT               PIC S9(9) COMP.
       01  WS-ID-CLIENT-VIREXT        PIC S9(9) COMP.
       01  WS-ID-COMPTE-VIREXT        PIC S9(9) COMP.
       01  WS-COMPTE-BENEF            PIC X(34).
       01  WS-NOM-BENEF               PIC X(30).
       01  WS-ADRESSE-BENEF           PIC X(35).
       01  WS-PAYS-BENEF              PIC X(2).
       01  WS-BIC-BENEF               PIC X(11).
       01  WS-DEVISE-PAIEMENT         PIC X(3).
       01  WS-MONTANT-DEVISE          PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-DEVISE            PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-ORDRE           PIC S9(8)V99 COMP-3.
       01  WS-OPTION-FRAIS            PIC X(3).
       01  WS-LIBELLE-VIREXT          PIC X(30).

      *    Donneur d'ordre
       01  WS-NOM-CLIENT              PIC X(30).
       01  WS-PRENOM-CLIENT           PIC X(30).
       01  WS-ADRESSE-CLIENT          PIC X(60).
       01  WS-NOM-DONNEUR             PIC X(35).

      *    Notre BIC, lu dans l'annuaire sur notre code banque (meme
      *    code que le RIB d'API8RIB) ; sans lui aucun message ne
      *    peut partir
       01  WS-CODE-BANQUE             PIC X(5) VALUE '18515'.
       01  WS-BIC-BANQUE              PIC X(11).

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-ID-VIREXT-EDIT          PIC 9(9).
       01  WS-ID-COMPTE-EDIT          PIC 9(9).

      *    Montant au format SWIFT : chiffres sans zeros de tete et
      *    virgule decimale, cadre a gauche
       01  WS-MONTANT-A-CADRER        PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-EDIT            PIC Z(7)9,99.
       01  WS-NB-BLANCS               PIC S9(4) COMP.
       01  WS-MONTANT-SWIFT           PIC X(11).

       01  WS-LIGNE-MT103             PIC X(80).

       01  WS-NB-VIREMENTS-EXPEDIES   PIC 9(7) VALUE 0.

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    compteurs et le code retour - le rapport du matin
      *    (API8JRNL) s'appuie dessus
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

      *    Enregistrements de controle du fichier
      *    d'interface : entete '01' (fichier, date, programme
      *    emetteur) et pied '09' (nombre d'enregistrements, total de
      *    controle des montants) - le destinataire verifie qu'un
      *    fichier tronque ne passe pas pour complet (verificateur
      *    API8VERF)
       01  WS-CTL-ENTETE.
           05  CTL-E-CODE         PIC X(2) VALUE '01'.
           05  CTL-E-FICHIER      PIC X(8).
           05  CTL-E-DATE         PIC 9(8).
           05  CTL-E-PROGRAMME    PIC X(8).
       01  WS-CTL-PIED.
           05  CTL-P-CODE         PIC X(2) VALUE '09'.
           05  CTL-P-NB-ENREG     PIC 9(9).
           05  CTL-P-TOTAL        PIC 9(13).
       01  WS-CTL-NB-ENREG        PIC S9(9) COMP VALUE 0.
       01  WS-CTL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TOTAL-ENT       PIC 9(13).

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   EXTRACTION DES VIREMENTS INTERNATIONAUX   *'
           DISPLAY '=============================================='.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0500-LIRE-BIC-BANQUE
              THRU 0500-LIRE-BIC-BANQUE-EXIT.

           PERFORM 6000-OPEN-MT103
              THRU 6000-OPEN-MT103-EXIT.

           EXEC SQL
              DECLARE CVIRINTL CURSOR FOR
              SELECT ID_VIREXT, ID_CLIENT, ID_COMPTE,
                     VALUE(COMPTE_BENEF, IBAN_BENEF), NOM_BENEF,
                     VALUE(ADRESSE_BENEF, ' '),
                     VALUE(PAYS_BENEF, ' '), BIC_BENEF,
                     DEVISE_PAIEMENT, MONTANT_DEVISE,
                     VALUE(FRAIS_DEVISE, 0),
                     VALUE(OPTION_FRAIS, 'SHA'),
                     VALUE(LIBELLE_OP, ' ')
              FROM API8.VIREXT
              WHERE EXPEDIE = 'N'
                AND VALUE(VERIF_BENEF, ' ') = 'V'
                AND VALUE(SANCTION, ' ') NOT = 'H'
                AND TYPE_VIREMENT = 'I'
              ORDER BY ID_VIREXT
           END-EXEC.

           EXEC SQL
              OPEN CVIRINTL
           END-EXEC.

           PERFORM 1000-TRAITER-VIRINTL
              THRU 1000-TRAITER-VIRINTL-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CVIRINTL
           END-EXEC.

           PERFORM 6220-CLOSE-MT103
              THRU 6220-CLOSE-MT103-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-BIC-BANQUE.
           MOVE SPACES TO WS-BIC-BANQUE.
           EXEC SQL
              SELECT BIC
              INTO :WS-BIC-BANQUE
              FROM API8.ANNUBANQUE
              WHERE CODE_BANQUE = :WS-CODE-BANQUE
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-BIC-BANQUE = SPACES
              DISPLAY 'BIC DE LA BANQUE ABSENT DE L''ANNUAIRE - CODE '
                 WS-CODE-BANQUE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF WS-BIC-BANQUE(9:3) = SPACES
              MOVE 'XXX' TO WS-BIC-BANQUE(9:3)
           END-IF.

       0500-LIRE-BIC-BANQUE-EXIT.
           EXIT.

       1000-TRAITER-VIRINTL.
           EXEC SQL
              FETCH CVIRINTL
              INTO :WS-ID-VIREXT, :WS-ID-CLIENT-VIREXT,
                   :WS-ID-COMPTE-VIREXT, :WS-COMPTE-BENEF,
                   :WS-NOM-BENEF, :WS-ADRESSE-BENEF,
                   :WS-PAYS-BENEF, :WS-BIC-BENEF,
                   :WS-DEVISE-PAIEMENT, :WS-MONTANT-DEVISE,
                   :WS-FRAIS-DEVISE, :WS-OPTION-FRAIS,
                   :WS-LIBELLE-VIREXT
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1100-ECRIRE-MESSAGE
                 THRU 1100-ECRIRE-MESSAGE-EXIT
              PERFORM 1200-MARQUER-EXPEDIE
                 THRU 1200-MARQUER-EXPEDIE-EXIT
           END-IF.

       1000-TRAITER-VIRINTL-EXIT.
           EXIT.

       1100-ECRIRE-MESSAGE.
      *    Donneur d'ordre : titulaire du compte debite
           MOVE SPACES TO WS-NOM-CLIENT WS-PRENOM-CLIENT
                          WS-ADRESSE-CLIENT.
           EXEC SQL
              SELECT NOM_CLIENT, PRENOM_CLIENT,
                     VALUE(ADRESSE_CLIENT, ' ')
              INTO :WS-NOM-CLIENT, :WS-PRENOM-CLIENT,
                   :WS-ADRESSE-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-VIREXT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
           END-IF.
           MOVE SPACES TO WS-NOM-DONNEUR.
           STRING WS-PRENOM-CLIENT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-NOM-CLIENT DELIMITED BY '  '
                  INTO WS-NOM-DONNEUR.

           IF WS-BIC-BENEF(9:3) = SPACES
              MOVE 'XXX' TO WS-BIC-BENEF(9:3)
           END-IF.
           MOVE WS-ID-VIREXT TO WS-ID-VIREXT-EDIT.
           MOVE WS-ID-COMPTE-VIREXT TO WS-ID-COMPTE-EDIT.

      *    En-tetes de base, d'application et ouverture du texte
           MOVE SPACES TO WS-LIGNE-MT103.
           STRING '{1:F01' WS-BIC-BANQUE(1:8) 'A'
                  WS-BIC-BANQUE(9:3) '0000000000}'
                  '{2:I103' WS-BIC-BENEF(1:8) 'X'
                  WS-BIC-BENEF(9:3) 'N}{4:'
              DELIMITED BY SIZE INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':20:VI' WS-ID-VIREXT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           MOVE ':23B:CRED' TO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

      *    Montant regle : date de valeur du jour
           MOVE WS-MONTANT-DEVISE TO WS-MONTANT-A-CADRER.
           PERFORM 1800-CADRER-MONTANT THRU 1800-CADRER-MONTANT-EXIT.
           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':32A:' WS-DATE-JOUR(3:6) WS-DEVISE-PAIEMENT
                  WS-MONTANT-SWIFT DELIMITED BY SPACE
              INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

      *    Montant donne en ordre : en option BEN, nos frais ont ete
      *    retenus sur le montant saisi par le client
           IF WS-OPTION-FRAIS = 'BEN'
              COMPUTE WS-MONTANT-ORDRE =
                 WS-MONTANT-DEVISE + WS-FRAIS-DEVISE
           ELSE
              MOVE WS-MONTANT-DEVISE TO WS-MONTANT-ORDRE
           END-IF.
           MOVE WS-MONTANT-ORDRE TO WS-MONTANT-A-CADRER.
           PERFORM 1800-CADRER-MONTANT THRU 1800-CADRER-MONTANT-EXIT.
           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':33B:' WS-DEVISE-PAIEMENT
                  WS-MONTANT-SWIFT DELIMITED BY SPACE
              INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':50K:/' WS-ID-COMPTE-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.
           MOVE WS-NOM-DONNEUR TO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.
           IF WS-ADRESSE-CLIENT NOT = SPACES
              MOVE WS-ADRESSE-CLIENT(1:35) TO WS-LIGNE-MT103
              PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT
           END-IF.

           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':57A:' WS-BIC-BENEF
              DELIMITED BY SIZE INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':59:/' WS-COMPTE-BENEF
              DELIMITED BY SIZE INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.
           MOVE WS-NOM-BENEF TO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.
           MOVE WS-ADRESSE-BENEF TO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.
           MOVE WS-PAYS-BENEF TO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           IF WS-LIBELLE-VIREXT NOT = SPACES
              MOVE SPACES TO WS-LIGNE-MT103
              STRING ':70:' WS-LIBELLE-VIREXT
                 DELIMITED BY SIZE INTO WS-LIGNE-MT103
              PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT
           END-IF.

           MOVE SPACES TO WS-LIGNE-MT103.
           STRING ':71A:' WS-OPTION-FRAIS
              DELIMITED BY SIZE INTO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           IF WS-OPTION-FRAIS = 'BEN'
              MOVE WS-FRAIS-DEVISE TO WS-MONTANT-A-CADRER
              PERFORM 1800-CADRER-MONTANT
                 THRU 1800-CADRER-MONTANT-EXIT
              MOVE SPACES TO WS-LIGNE-MT103
              STRING ':71F:' WS-DEVISE-PAIEMENT
                     WS-MONTANT-SWIFT DELIMITED BY SPACE
                 INTO WS-LIGNE-MT103
              PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT
           END-IF.

           MOVE '-}' TO WS-LIGNE-MT103.
           PERFORM 1900-ECRIRE-LIGNE THRU 1900-ECRIRE-LIGNE-EXIT.

           ADD WS-MONTANT-DEVISE TO WS-CTL-TOTAL.
           ADD 1 TO WS-NB-VIREMENTS-EXPEDIES.

       1100-ECRIRE-MESSAGE-EXIT.
           EXIT.

       1200-MARQUER-EXPEDIE.
           EXEC SQL
              UPDATE API8.VIREXT
              SET EXPEDIE = 'Y'
              WHERE ID_VIREXT = :WS-ID-VIREXT
           END-EXEC.

       1200-MARQUER-EXPEDIE-EXIT.
           EXIT.

       1800-CADRER-MONTANT.
           MOVE WS-MONTANT-A-CADRER TO WS-MONTANT-EDIT.
           MOVE 0 TO WS-NB-BLANCS.
           INSPECT WS-MONTANT-EDIT
              TALLYING WS-NB-BLANCS FOR LEADING SPACES.
           MOVE SPACES TO WS-MONTANT-SWIFT.
           MOVE WS-MONTANT-EDIT(WS-NB-BLANCS + 1:) TO WS-MONTANT-SWIFT.

       1800-CADRER-MONTANT-EXIT.
           EXIT.

       1900-ECRIRE-LIGNE.
           MOVE WS-LIGNE-MT103 TO BUF-LIGNE-MT103.
           WRITE BUF-LIGNE-MT103.
           IF FS-FMT103 NOT = '00'
               DISPLAY 'ERROR WRITING FMT103: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FMT103
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           MOVE SPACES TO WS-LIGNE-MT103.

       1900-ECRIRE-LIGNE-EXIT.
           EXIT.

       6000-OPEN-MT103.
           OPEN OUTPUT FMT103.
           IF FS-FMT103 NOT = '00'
               DISPLAY 'ERROR OPENING FMT103: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FMT103
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FMT103  ' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8VSWF' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-MT103.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-MT103(1:26).
           WRITE BUF-LIGNE-MT103.

       6000-OPEN-MT103-EXIT.
           EXIT.

       6220-CLOSE-MT103.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-MT103.
           MOVE WS-CTL-PIED TO BUF-LIGNE-MT103(1:24).
           WRITE BUF-LIGNE-MT103.
           CLOSE FMT103.
           IF FS-FMT103 NOT = '00'
               DISPLAY 'ERROR CLOSING FMT103: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FMT103
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-MT103
              THRU 6250-CATALOGUER-MT103-EXIT.

       6220-CLOSE-MT103-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-MT103.
           MOVE 'FMT103' TO FICE-NOM-FICHIER.
           MOVE 'API8VSWF' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FMT103 NON CATALOGUE'
              GO TO 6250-CATALOGUER-MT103-EXIT
           END-IF.

           OPEN INPUT FMT103.
           IF FS-FMT103 NOT = '00'
               DISPLAY 'ERROR OPENING FMT103: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FMT103
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-MT103
              THRU 6260-CATALOGUER-LIGNE-MT103-EXIT
              UNTIL FIN-FICE.

           CLOSE FMT103.
           IF FS-FMT103 NOT = '00'
               DISPLAY 'ERROR CLOSING FMT103: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FMT103
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FMT103 NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FMT103 CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-MT103-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-MT103.
           READ FMT103
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FMT103 NOT = '00' AND FS-FMT103 NOT = '10'
               DISPLAY 'ERROR READING FMT103: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FMT103
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-MT103 TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-MT103-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
              FROM API8.JOURNALBATCH
           END-EXEC.

           IF WS-JRN-NULL-IND = -1
              MOVE 1 TO WS-ID-JOURNAL
           ELSE
              ADD 1 TO WS-ID-JOURNAL
           END-IF.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8VSWF', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           EXEC SQL
              UPDATE API8.JOURNALBATCH
              SET HEURE_FIN = CURRENT TIME,
                  NB_LUS = :WS-JRN-LUS,
                  NB_ECRITS = :WS-JRN-ECRITS,
                  NB_REJETES = :WS-JRN-REJETES,
                  CODE_RETOUR = :WS-JRN-RC,
                  STATUT_EXEC = 'T'
              WHERE ID_JOURNAL = :WS-ID-JOURNAL
           END-EXEC.

       9000-JOURNAL-FIN-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            MOVE 0 TO WS-JRN-LUS.
            MOVE WS-NB-VIREMENTS-EXPEDIES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8VSWF        '
            DISPLAY '   VIREMENTS EXPEDIES : ' WS-NB-VIREMENTS-EXPEDIES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE 0 TO WS-JRN-LUS.
            MOVE WS-NB-VIREMENTS-EXPEDIES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8VSWF       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
