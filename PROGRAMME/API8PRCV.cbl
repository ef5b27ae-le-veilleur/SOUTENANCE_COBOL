      *         d'etalement 'A' sur API8.PROMESSE, saisi par l'ecran
      *         API8RCVB, date non depassee) suspend l'escalade du
      *         pret tant qu'il court
      *       - au transfert au recouvrement (niveau 3), chaque
      *         garantie active du pret (API8.GARANTIE, registre
      *         API8GARA : caution, depot a terme ou livret nanti)
      *         recoit une lettre d'appel dans FRELANCE, adressee au
      *         garant ou au titulaire du bien nanti, pour la somme
      *         garantie plafonnee au capital restant du ; la
      *         garantie passe au statut appelee 'P' et sa
      *         realisation est confirmee par l'operateur (API8GARA
      *         REALISE)
      *    Les reserves de credit renouvelable (API8.CREDITRENOUV,
      *    API8CRRV) suivent les memes niveaux : minimum de releve
      *    impaye (NB_IMPAYES tenu par le prelevement API8CRJR) ou,
      *    a defaut, montant utilise au-dela du plafond accorde
      *    (niveau 1). Les passages de niveau sont enregistres sur
      *    API8.RELANCECREDIT, la penalite porte sur l'arriere
      *    (minimum impaye plus depassement) et, au niveau 3, la
      *    reserve est bloquee aux tirages ('B') ; la regularisation
      *    du minimum (API8CRJR, API8CRRV) solde les relances et
      *    rouvre la reserve.
      *    Edite en fin de traitement le portefeuille travaille.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NB-IMPAYES-CUR         PIC S9(3) COMP-3.
       01  WS-STATUT-PRET-CUR        PIC X(1).

      *    Reserve de credit renouvelable en retard ou en depassement
       01  WS-ID-CREDIT-CUR          PIC S9(9) COMP.
       01  WS-PLAFOND-CRD            PIC S9(8)V99 COMP-3.
       01  WS-UTILISE-CRD            PIC S9(8)V99 COMP-3.
       01  WS-MINIMUM-CRD            PIC S9(8)V99 COMP-3.
       01  WS-STATUT-MIN-CRD         PIC X(1).
       01  WS-DEPASSEMENT-CRD        PIC S9(8)V99 COMP-3.

      *    Objet relance (pret ou reserve) pour la penalite et la
      *    lettre
       01  WS-LIB-OBJET              PIC X(8).
       01  WS-ID-OBJET-EDIT          PIC 9(9).

      *    Arriere du pret : somme des echeances impayees 'I'
       01  WS-MONTANT-ARRIERE        PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND-ARR           PIC S9(4) COMP.
       01  WS-NB-PRETS-TRAITES       PIC 9(7) VALUE 0.
       01  WS-NB-RELANCES            PIC 9(7) VALUE 0.
       01  WS-NB-SUSPENDUS           PIC 9(7) VALUE 0.
       01  WS-NB-APPELS-GARANTIE     PIC 9(7) VALUE 0.
       01  WS-NB-RESERVES-TRAITEES   PIC 9(7) VALUE 0.
       01  WS-NB-RESERVES-BLOQUEES   PIC 9(7) VALUE 0.

      *    Garantie active appelee au passage en recouvrement
       01  WS-ID-GARANTIE-CUR        PIC S9(9) COMP.
       01  WS-TYPE-GARANTIE-CUR      PIC X(1).
       01  WS-ID-CLIENT-GARANT-CUR   PIC S9(9) COMP.
       01  WS-MONTANT-GARANTI-CUR    PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-RESTANT        PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-APPEL          PIC S9(8)V99 COMP-3.
       01  WS-ID-GARANTIE-EDIT       PIC 9(9).
       01  WS-ID-GARANT-EDIT         PIC 9(9).
       01  WS-APPEL-EDIT             PIC -(7)9,99.

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

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
              CLOSE CRETARD
           END-EXEC.

      *    Reserves de credit renouvelable : minimum impaye ou
      *    plafond depasse
           EXEC SQL
              DECLARE CRESERVE CURSOR FOR
              SELECT ID_CREDIT, ID_CLIENT, ID_COMPTE, NB_IMPAYES,
                     PLAFOND, MONTANT_UTILISE, VALUE(MINIMUM_DU, 0),
                     VALUE(STATUT_MINIMUM, 'P')
              FROM API8.CREDITRENOUV
              WHERE STATUT_CREDIT IN ('A', 'B')
                AND (NB_IMPAYES > 0
                     OR MONTANT_UTILISE > PLAFOND)
              ORDER BY NB_IMPAYES DESC, ID_CREDIT
           END-EXEC.

           EXEC SQL
              OPEN CRESERVE
           END-EXEC.

           PERFORM 2000-TRAITER-RESERVE
              THRU 2000-TRAITER-RESERVE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRESERVE
           END-EXEC.

           PERFORM 6220-CLOSE-RELANCE
              THRU 6220-CLOSE-RELANCE-EXIT.

              GO TO 1100-EVALUER-NIVEAU-EXIT
           END-IF.

           MOVE 'PRET' TO WS-LIB-OBJET.
           MOVE WS-ID-PRET-CUR TO WS-ID-OBJET-EDIT.

      *    Un engagement en cours (promesse de paiement ou plan
      *    d'etalement non echu) suspend l'escalade : le client qui
      *    s'est engage aupres du back-office n'est pas relance tant
           PERFORM 1500-ECRIRE-LETTRE
              THRU 1500-ECRIRE-LETTRE-EXIT.

           IF WS-NIVEAU-VISE = 3
              PERFORM 1600-APPELER-GARANTIES
                 THRU 1600-APPELER-GARANTIES-EXIT
           END-IF.

           ADD 1 TO WS-NB-RELANCES.

       1100-EVALUER-NIVEAU-EXIT.

           MOVE WS-NIVEAU-VISE TO WS-NIVEAU-EDIT.
           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'PENALITE RETARD ' DELIMITED BY SIZE
                  WS-LIB-OBJET DELIMITED BY SPACE
                  ' NIV. ' DELIMITED BY SIZE
                  WS-NIVEAU-EDIT DELIMITED BY SIZE
                  INTO WS-LIBELLE-OP.

           EXEC SQL
              INSERT INTO API8.OPERATION
           END-IF.

           MOVE WS-ID-CLIENT-CUR TO WS-ID-CLIENT-EDIT.
           MOVE WS-NIVEAU-VISE TO WS-NIVEAU-EDIT.
           MOVE WS-MONTANT-ARRIERE TO WS-ARRIERE-EDIT.
           MOVE WS-MONTANT-PENALITE TO WS-PENALITE-EDIT.
           MOVE SPACES TO BUF-LIGNE-RELANCE.
           STRING 'NIVEAU=' DELIMITED BY SIZE
                  WS-NIVEAU-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIB-OBJET DELIMITED BY SPACE
                  '=' DELIMITED BY SIZE
                  WS-ID-OBJET-EDIT DELIMITED BY SIZE
                  ' CLIENT=' DELIMITED BY SIZE
                  WS-ID-CLIENT-EDIT DELIMITED BY SIZE
                  ' ARRIERE=' DELIMITED BY SIZE
       1500-ECRIRE-LETTRE-EXIT.
           EXIT.

       1600-APPELER-GARANTIES.
      *    Pret transfere au recouvrement : chaque garantie encore
      *    active est appelee, pour la somme garantie plafonnee au
      *    capital restant du
           MOVE 0 TO WS-CAPITAL-RESTANT.
           EXEC SQL
              SELECT CAPITAL_RESTANT
              INTO :WS-CAPITAL-RESTANT
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET-CUR
           END-EXEC.

           EXEC SQL
              DECLARE CGARANTIE CURSOR FOR
              SELECT ID_GARANTIE, TYPE_GARANTIE, ID_CLIENT_GARANT,
                     MONTANT_GARANTI
              FROM API8.GARANTIE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_GARANTIE = 'A'
              ORDER BY ID_GARANTIE
           END-EXEC.

           EXEC SQL
              OPEN CGARANTIE
           END-EXEC.

           PERFORM 1610-APPELER-GARANTIE
              THRU 1610-APPELER-GARANTIE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CGARANTIE
           END-EXEC.

       1600-APPELER-GARANTIES-EXIT.
           EXIT.

       1610-APPELER-GARANTIE.
           EXEC SQL
              FETCH CGARANTIE
              INTO :WS-ID-GARANTIE-CUR, :WS-TYPE-GARANTIE-CUR,
                   :WS-ID-CLIENT-GARANT-CUR, :WS-MONTANT-GARANTI-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1610-APPELER-GARANTIE-EXIT
           END-IF.

           MOVE WS-MONTANT-GARANTI-CUR TO WS-MONTANT-APPEL.
           IF WS-MONTANT-APPEL > WS-CAPITAL-RESTANT
              MOVE WS-CAPITAL-RESTANT TO WS-MONTANT-APPEL
           END-IF.

           EXEC SQL
              UPDATE API8.GARANTIE
              SET STATUT_GARANTIE = 'P',
                  DATE_APPEL = CURRENT DATE
              WHERE ID_GARANTIE = :WS-ID-GARANTIE-CUR
           END-EXEC.

      *    Coordonnees du garant (ou du titulaire du bien nanti),
      *    memes replis que la lettre de l'emprunteur
           MOVE SPACES TO WS-NOM-CLIENT-RCV.
           MOVE SPACES TO WS-ADRESSE-CLIENT-RCV.
           MOVE SPACES TO WS-TELEPHONE-RCV.
           MOVE SPACES TO WS-EMAIL-RCV.
           MOVE 'C' TO WS-PREF-NOTIF-RCV.

           EXEC SQL
              SELECT NOM_CLIENT, VALUE(ADRESSE_CLIENT, ' '),
                     VALUE(TELEPHONE, ' '), VALUE(EMAIL, ' '),
                     VALUE(PREF_NOTIF, 'C')
              INTO :WS-NOM-CLIENT-RCV, :WS-ADRESSE-CLIENT-RCV,
                   :WS-TELEPHONE-RCV, :WS-EMAIL-RCV,
                   :WS-PREF-NOTIF-RCV
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-GARANT-CUR
           END-EXEC.

           MOVE WS-ID-GARANTIE-CUR TO WS-ID-GARANTIE-EDIT.
           MOVE WS-ID-CLIENT-GARANT-CUR TO WS-ID-GARANT-EDIT.
           MOVE WS-ID-PRET-CUR TO WS-ID-PRET-EDIT.
           MOVE WS-MONTANT-APPEL TO WS-APPEL-EDIT.

           MOVE SPACES TO BUF-LIGNE-RELANCE.
           STRING 'APPEL GARANTIE=' DELIMITED BY SIZE
                  WS-ID-GARANTIE-EDIT DELIMITED BY SIZE
                  ' TYPE=' DELIMITED BY SIZE
                  WS-TYPE-GARANTIE-CUR DELIMITED BY SIZE
                  ' PRET=' DELIMITED BY SIZE
                  WS-ID-PRET-EDIT DELIMITED BY SIZE
                  ' GARANT=' DELIMITED BY SIZE
                  WS-ID-GARANT-EDIT DELIMITED BY SIZE
                  ' MONTANT=' DELIMITED BY SIZE
                  WS-APPEL-EDIT DELIMITED BY SIZE
                  ' PREF=' DELIMITED BY SIZE
                  WS-PREF-NOTIF-RCV DELIMITED BY SIZE
                  ' NOM=' DELIMITED BY SIZE
                  WS-NOM-CLIENT-RCV DELIMITED BY SIZE
                  INTO BUF-LIGNE-RELANCE.
           WRITE BUF-LIGNE-RELANCE.
           IF FS-FRELANCE NOT = '00'
               DISPLAY 'ERROR WRITING FRELANCE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELANCE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-APPEL TO WS-CTL-TOTAL.

           MOVE SPACES TO BUF-LIGNE-RELANCE.
           STRING 'ADRESSE=' DELIMITED BY SIZE
                  WS-ADRESSE-CLIENT-RCV DELIMITED BY SIZE
                  ' TEL=' DELIMITED BY SIZE
                  WS-TELEPHONE-RCV DELIMITED BY SIZE
                  ' EMAIL=' DELIMITED BY SIZE
                  WS-EMAIL-RCV DELIMITED BY SIZE
                  INTO BUF-LIGNE-RELANCE.
           WRITE BUF-LIGNE-RELANCE.
           IF FS-FRELANCE NOT = '00'
               DISPLAY 'ERROR WRITING FRELANCE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELANCE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD 1 TO WS-NB-APPELS-GARANTIE.
           MOVE 0 TO SQLCODE.

       1610-APPELER-GARANTIE-EXIT.
           EXIT.

       2000-TRAITER-RESERVE.
           EXEC SQL
              FETCH CRESERVE
              INTO :WS-ID-CREDIT-CUR, :WS-ID-CLIENT-CUR,
                   :WS-ID-COMPTE-CUR, :WS-NB-IMPAYES-CUR,
                   :WS-PLAFOND-CRD, :WS-UTILISE-CRD,
                   :WS-MINIMUM-CRD, :WS-STATUT-MIN-CRD
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-RESERVES-TRAITEES
              PERFORM 2100-EVALUER-NIVEAU-RESERVE
                 THRU 2100-EVALUER-NIVEAU-RESERVE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       2000-TRAITER-RESERVE-EXIT.
           EXIT.

       2100-EVALUER-NIVEAU-RESERVE.
      *    Meme echelle que les prets sur le nombre de minimums
      *    impayes ; un simple depassement du plafond sans impaye
      *    vaut une lettre de courtoisie
           EVALUATE TRUE
              WHEN WS-NB-IMPAYES-CUR >= 3
                 MOVE 3 TO WS-NIVEAU-VISE
              WHEN WS-NB-IMPAYES-CUR = 2
                 MOVE 2 TO WS-NIVEAU-VISE
              WHEN OTHER
                 MOVE 1 TO WS-NIVEAU-VISE
           END-EVALUATE.

      *    Niveau atteint : relances en cours seulement, celles
      *    soldees par une regularisation ne comptent plus
           MOVE 0 TO WS-NIVEAU-ATTEINT.
           EXEC SQL
              SELECT MAX(NIVEAU_RELANCE)
              INTO :WS-NIVEAU-ATTEINT :WS-NULL-IND-NIV
              FROM API8.RELANCECREDIT
              WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
                AND STATUT_RELANCE = 'A'
           END-EXEC.
           IF WS-NULL-IND-NIV = -1
              MOVE 0 TO WS-NIVEAU-ATTEINT
           END-IF.

           IF WS-NIVEAU-VISE <= WS-NIVEAU-ATTEINT
              GO TO 2100-EVALUER-NIVEAU-RESERVE-EXIT
           END-IF.

           MOVE 'RESERVE' TO WS-LIB-OBJET.
           MOVE WS-ID-CREDIT-CUR TO WS-ID-OBJET-EDIT.

      *    Arriere : minimum impaye plus depassement du plafond
           MOVE 0 TO WS-MONTANT-ARRIERE.
           IF WS-STATUT-MIN-CRD = 'I'
              MOVE WS-MINIMUM-CRD TO WS-MONTANT-ARRIERE
           END-IF.
           MOVE 0 TO WS-DEPASSEMENT-CRD.
           IF WS-UTILISE-CRD > WS-PLAFOND-CRD
              COMPUTE WS-DEPASSEMENT-CRD =
                 WS-UTILISE-CRD - WS-PLAFOND-CRD
           END-IF.
           ADD WS-DEPASSEMENT-CRD TO WS-MONTANT-ARRIERE.

           COMPUTE WS-MONTANT-PENALITE ROUNDED =
              WS-MONTANT-ARRIERE * WS-TAUX-PENALITE.

           EXEC SQL
              INSERT INTO API8.RELANCECREDIT
                 (ID_CREDIT, NIVEAU_RELANCE, DATE_RELANCE,
                  MONTANT_ARRIERE, MONTANT_PENALITE, STATUT_RELANCE)
              VALUES
                 (:WS-ID-CREDIT-CUR, :WS-NIVEAU-VISE, CURRENT DATE,
                  :WS-MONTANT-ARRIERE, :WS-MONTANT-PENALITE, 'A')
           END-EXEC.

           PERFORM 1400-DEBITER-PENALITE
              THRU 1400-DEBITER-PENALITE-EXIT.

           PERFORM 1500-ECRIRE-LETTRE
              THRU 1500-ECRIRE-LETTRE-EXIT.

      *    Transfert au recouvrement : plus aucun tirage possible
           IF WS-NIVEAU-VISE = 3
              EXEC SQL
                 UPDATE API8.CREDITRENOUV
                 SET STATUT_CREDIT = 'B'
                 WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
              END-EXEC
              ADD 1 TO WS-NB-RESERVES-BLOQUEES
           END-IF.

           ADD 1 TO WS-NB-RELANCES.

       2100-EVALUER-NIVEAU-RESERVE-EXIT.
           EXIT.

       6000-OPEN-RELANCE.
           OPEN OUTPUT FRELANCE.
           IF FS-FRELANCE NOT = '00'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-RELANCE
              THRU 6250-CATALOGUER-RELANCE-EXIT.

       6220-CLOSE-RELANCE-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-RELANCE.
           MOVE 'FRELANCE' TO FICE-NOM-FICHIER.
           MOVE 'API8PRCV' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 160 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELANCE NON CATALOGUE'
              GO TO 6250-CATALOGUER-RELANCE-EXIT
           END-IF.

           OPEN INPUT FRELANCE.
           IF FS-FRELANCE NOT = '00'
               DISPLAY 'ERROR OPENING FRELANCE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELANCE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-RELANCE
              THRU 6260-CATALOGUER-LIGNE-RELANCE-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELANCE.
           IF FS-FRELANCE NOT = '00'
               DISPLAY 'ERROR CLOSING FRELANCE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELANCE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELANCE NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELANCE CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-RELANCE-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-RELANCE.
           READ FRELANCE
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELANCE NOT = '00' AND FS-FRELANCE NOT = '10'
               DISPLAY 'ERROR READING FRELANCE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELANCE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-RELANCE TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-RELANCE-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
      *
       9999-FIN-PROGRAMME-DEB.
      *
            COMPUTE WS-JRN-LUS =
               WS-NB-PRETS-TRAITES + WS-NB-RESERVES-TRAITEES.
            MOVE WS-NB-RELANCES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            DISPLAY '   PRETS EN RETARD VUS   : ' WS-NB-PRETS-TRAITES
            DISPLAY '   RELANCES EMISES       : ' WS-NB-RELANCES
            DISPLAY '   ESCALADES SUSPENDUES  : ' WS-NB-SUSPENDUS
            DISPLAY '   GARANTIES APPELEES    : '
               WS-NB-APPELS-GARANTIE
            DISPLAY '   RESERVES EN RETARD    : '
               WS-NB-RESERVES-TRAITEES
            DISPLAY '   RESERVES BLOQUEES     : '
               WS-NB-RESERVES-BLOQUEES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            COMPUTE WS-JRN-LUS =
               WS-NB-PRETS-TRAITES + WS-NB-RESERVES-TRAITEES.
            MOVE WS-NB-RELANCES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
