      *    deux montants et le cours applique au libelle, et
      *    position de caisse par devise et par agence tenue sur
      *    API8.POSCHANGE (rapport de fin de journee API8PCHG).
      *    Personne morale (CLIENT.TYPE_CLIENT 'M') : un debit au
      *    comptoir (retrait 'R', achat de devises 'A') exige un
      *    signataire habilite (API8.SIGNATAIRE) saisi sur SIGN1GUI ;
      *    au-dela de son plafond, un second signataire distinct
      *    (SIGN2GUI) si son habilitation l'exige, refus sinon.
      *    Limite d'autorite du guichetier (service API8LIMO, nature
      *    GUI) : un depot ou un retrait especes au-dela n'est pas
      *    refuse mais retenu sur API8.OPATTENTE (type 'D' ou 'R',
      *    motif LIMITE GUI) et poste a la liberation dans API8RVAL
      *    par un autre operateur dont la limite le couvre.
      *    Caisse du guichetier (API8.CAISSEGUI, ouverte et fermee
      *    par API8CAGU) : aucune operation sans caisse ouverte ; les
      *    depots et retraits especes s'y cumulent en entrees et
      *    sorties, les devises du change par devise sur
      *    API8.CAISSEDEVISE, pour l'arrete de fin de poste.
      *    Retrait reserve (API8.RESERVESPECES, ecran client
      *    API8RESE) : un retrait especes du client dans l'agence de
      *    la caisse, a la date reservee ou apres, sur le compte et
      *    pour le montant exacts d'une reservation en cours, prend
      *    la plus ancienne d'entre elles et la solde ('P', retiree,
      *    avec l'operation et le guichetier) ; le montant bloque
      *    redevient disponible au moment du posting. Un echec du
      *    posting remet la reservation en cours. Un retrait d'un
      *    autre montant ou sur un autre compte est un retrait
      *    ordinaire : la reservation reste en cours. La reservation
      *    est recherchee avant le controle de limite : un retrait
      *    reserve retenu au-dela de la limite porte son
      *    ID_RESERVATION sur API8.OPATTENTE, et API8RVAL la solde a
      *    la liberation - son montant n'est jamais retranche deux
      *    fois du disponible.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TAUX-APPLIQUE-EDIT  PIC 9,9999.
       01  WS-CODE-AGENCE-GUI     PIC X(4).

      *    Signataires d'une personne morale
       01  WS-TYPE-CLIENT-GUI     PIC X(1).
       01  WS-MONTANT-SIGN        PIC S9(8)V99 COMP-3.
       01  WS-ID-SIGN-1           PIC S9(9) COMP.
       01  WS-ID-SIGN-2           PIC S9(9) COMP.
       01  WS-ID-SIGN-NUM         PIC 9(9).
       01  WS-PLAFOND-SIGN        PIC S9(8)V99 COMP-3.
       01  WS-DOUBLE-SIGN         PIC X(1).
       01  WS-NB-SIGN-2           PIC S9(9) COMP.

      *    Retenue au-dela de la limite d'autorite du guichetier
       01  WS-ID-ATTENTE          PIC S9(9) COMP.
       01  WS-ID-ATTENTE-EDIT     PIC 9(9).
       01  WS-TYPE-ATTENTE        PIC X(1).

      *    Caisse ouverte du guichetier
       01  WS-ID-CAISSE           PIC S9(9) COMP.
       01  WS-CODE-AGENCE-CAISSE  PIC X(4).

      *    Retrait reserve pris au comptoir
       01  WS-ID-RESERVATION      PIC S9(9) COMP.
       01  WS-ID-COMPTE-RESERVE   PIC S9(9) COMP.
       01  WS-RESERVE-SW          PIC X VALUE 'N'.
           88 RETRAIT-RESERVE            VALUE 'Y'.
       01  WS-QUANTITE-DEVISE     PIC S9(8)V99 COMP-3.

      *    Zone d'appel du service des limites d'autorite API8LIMO
       01  LIMO-ZONE.
           05  LIMO-OPERATEUR     PIC X(8).
           05  LIMO-NATURE        PIC X(3).
           05  LIMO-MONTANT       PIC S9(8)V99 COMP-3.
           05  LIMO-PLAFOND       PIC S9(8)V99 COMP-3.
           05  LIMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.

       01  SRTR-ZONE.
           05  SRTR-ID-COMPTE     PIC S9(9) COMP.
           END-EXEC.

       1000-TRAITER-SAISIE.
           MOVE 0 TO WS-ID-RESERVATION.
           PERFORM 1100-RECEIVE-ECRAN-GUI.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              IF VALID-DATA
                 EVALUATE TYPOPGUII
                    WHEN 'D'
                       PERFORM 1280-CONTROLER-LIMITE
                       IF VALID-DATA
                          IF LIMO-CODE-RETOUR = 'D'
                             PERFORM 1290-RETENIR-POUR-APPROBATION
                          ELSE
                             PERFORM 1300-POSTER-DEPOT
                          END-IF
                       END-IF
                    WHEN 'R'
                       MOVE WS-MONTANT-GUI TO WS-MONTANT-SIGN
                       PERFORM 1260-CONTROLER-SIGNATAIRES
                       IF VALID-DATA
                          PERFORM 1335-CHERCHER-RESERVATION
                          PERFORM 1280-CONTROLER-LIMITE
                       END-IF
                       IF VALID-DATA
                          IF LIMO-CODE-RETOUR = 'D'
                             PERFORM 1290-RETENIR-POUR-APPROBATION
                          ELSE
                             PERFORM 1350-POSTER-RETRAIT
                          END-IF
                       END-IF
                    WHEN 'A'
                    WHEN 'V'
                       PERFORM 1370-CHANGE-DEVISES
              PERFORM 1220-VALIDER-OPERATEUR
           END-IF.

           IF VALID-DATA
              PERFORM 1230-LIRE-CAISSE
           END-IF.

           IF VALID-DATA
              MOVE IDCLIGUII TO WS-TEMP-CLIENT-ALPHA
              MOVE WS-TEMP-CLIENT-ALPHA TO WS-TEMP-CLIENT-NUM
              MOVE 'GUICHETIER INCONNU OU INACTIF' TO MESGUIO
           END-IF.

       1230-LIRE-CAISSE.
      *    Le guichetier opere sur sa caisse ouverte (API8CAGU) ;
      *    sans caisse, rien ne se poste
           EXEC SQL
              SELECT ID_CAISSE, CODE_AGENCE
              INTO :WS-ID-CAISSE, :WS-CODE-AGENCE-CAISSE
              FROM API8.CAISSEGUI
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
                AND STATUT = 'O'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CAISSE NON OUVERTE - OUVRIR PAR SN42' TO MESGUIO
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR BDD' TO MESGUIO
           END-EVALUATE.

       1250-LIRE-COMPTE.
           MOVE SPACE TO WS-STATUT-COMPTE.

                    TO MESGUIO
           END-EVALUATE.

       1260-CONTROLER-SIGNATAIRES.
      *    Debit du compte d'une personne morale : le signataire
      *    present au comptoir doit etre habilite et actif ; le
      *    montant (en euros) est compare a son plafond
           MOVE 'P' TO WS-TYPE-CLIENT-GUI.
           EXEC SQL
              SELECT VALUE(TYPE_CLIENT, 'P')
              INTO :WS-TYPE-CLIENT-GUI
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-GUI
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'P' TO WS-TYPE-CLIENT-GUI
           END-IF.

           IF WS-TYPE-CLIENT-GUI = 'M'
              IF SIGN1GUII = SPACES OR SIGN1GUII = LOW-VALUES
                 OR SIGN1GUII IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE SOCIETE : SIGNATAIRE OBLIGATOIRE'
                    TO MESGUIO
              ELSE
                 MOVE SIGN1GUII TO WS-ID-SIGN-NUM
                 MOVE WS-ID-SIGN-NUM TO WS-ID-SIGN-1
                 PERFORM 1265-VERIFIER-POUVOIR
              END-IF
           END-IF.

       1265-VERIFIER-POUVOIR.
           EXEC SQL
              SELECT PLAFOND_SIGN, DOUBLE_SIGNATURE
              INTO :WS-PLAFOND-SIGN, :WS-DOUBLE-SIGN
              FROM API8.SIGNATAIRE
              WHERE ID_CLIENT_SOCIETE = :WS-ID-CLIENT-GUI
                AND ID_CLIENT_SIGN = :WS-ID-SIGN-1
                AND ACTIF = 'Y'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'SIGNATAIRE NON HABILITE POUR CETTE SOCIETE'
                    TO MESGUIO
              WHEN WS-MONTANT-SIGN NOT > WS-PLAFOND-SIGN
                 CONTINUE
              WHEN WS-DOUBLE-SIGN NOT = 'Y'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'MONTANT AU-DELA DU POUVOIR DU SIGNATAIRE'
                    TO MESGUIO
              WHEN SIGN2GUII = SPACES OR SIGN2GUII = LOW-VALUES
                 OR SIGN2GUII IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'SECONDE SIGNATURE REQUISE' TO MESGUIO
              WHEN OTHER
      *          Second signataire distinct du premier, habilite et
      *          actif sur la meme societe
                 MOVE SIGN2GUII TO WS-ID-SIGN-NUM
                 MOVE WS-ID-SIGN-NUM TO WS-ID-SIGN-2
                 MOVE 0 TO WS-NB-SIGN-2
                 IF WS-ID-SIGN-2 NOT = WS-ID-SIGN-1
                    EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-NB-SIGN-2
                       FROM API8.SIGNATAIRE
                       WHERE ID_CLIENT_SOCIETE = :WS-ID-CLIENT-GUI
                         AND ID_CLIENT_SIGN = :WS-ID-SIGN-2
                         AND ACTIF = 'Y'
                    END-EXEC
                 END-IF
                 IF WS-NB-SIGN-2 = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'SECOND SIGNATAIRE DISTINCT REQUIS'
                       TO MESGUIO
                 END-IF
           END-EVALUATE.

       1280-CONTROLER-LIMITE.
      *    Limite d'autorite du guichetier sur les especes (role ou
      *    limite propre, API8.PARAMETRE)
           MOVE WS-ID-OPERATEUR TO LIMO-OPERATEUR.
           MOVE 'GUI' TO LIMO-NATURE.
           MOVE WS-MONTANT-GUI TO LIMO-MONTANT.
           CALL 'API8LIMO' USING LIMO-ZONE.
           IF LIMO-CODE-RETOUR = 'E'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'GUICHETIER INCONNU OU INACTIF' TO MESGUIO
           END-IF.

       1290-RETENIR-POUR-APPROBATION.
      *    Au-dela de la limite : l'operation est retenue, rien ne
      *    bouge sur le compte ni en caisse ; elle sera postee par
      *    API8RVAL quand un operateur de limite superieure, autre
      *    que le guichetier, l'aura liberee. Le libelle porte
      *    l'identifiant du guichetier comme l'operation postee, et
      *    un retrait reserve le numero de sa reservation, qui reste
      *    en cours (bloquee) jusqu'a la liberation
           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'GUICHET OP. ' WS-ID-OPERATEUR
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           MOVE TYPOPGUII TO WS-TYPE-ATTENTE.

           EXEC SQL
              SELECT MAX(ID_ATTENTE)
              INTO :WS-ID-ATTENTE :WS-NULL-INDICATOR
              FROM API8.OPATTENTE
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-ATTENTE
           ELSE
              ADD 1 TO WS-ID-ATTENTE
           END-IF.

           EXEC SQL
              INSERT INTO API8.OPATTENTE
                 (ID_ATTENTE, TYPE_ATTENTE, ID_COMPTE, ID_CLIENT,
                  ID_BENEF, MONTANT, LIBELLE_OP, CANAL,
                  MOTIF_RENVOI, STATUT_ATT, DATE_DEMANDE,
                  HEURE_DEMANDE, ID_RESERVATION)
              VALUES
                 (:WS-ID-ATTENTE, :WS-TYPE-ATTENTE,
                  :DCLCOMPTE.WS-ID-COMPTE,
                  :WS-ID-CLIENT-GUI, 0, :WS-MONTANT-GUI,
                  :WS-LIBELLE-OP, 'T', 'LIMITE GUI',
                  'A', CURRENT DATE, CURRENT TIME,
                  :WS-ID-RESERVATION)
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-ID-ATTENTE TO WS-ID-ATTENTE-EDIT
              MOVE SPACES TO MESGUIO
              STRING 'AU-DELA DE LA LIMITE - RETENU POUR APPROBATION '
                 WS-ID-ATTENTE-EDIT
                 DELIMITED BY SIZE INTO MESGUIO
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-GUI
           ELSE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR ENREGISTREMENT DE LA RETENUE' TO MESGUIO
           END-IF.

       1300-POSTER-DEPOT.
      *    Posting confie au service commun API8SDEP (canal 'T',
      *    guichet assiste) ; le libelle porte l'identifiant du

           EVALUATE SDEP-CODE-RETOUR
              WHEN '00'
                 PERFORM 1320-CUMULER-CAISSE
                 PERFORM 1600-TRACER-AUDIT-GUICHET
                 MOVE 'DEPOT GUICHET EFFECTUE' TO MESGUIO
                 SET SEND-DATAONLY TO TRUE
      *          (API8.FILEATTENTE) et sera poste au rejeu API8REJQ -
      *          surtout pas un message d'erreur, le guichetier
      *          ressaisirait et le rejeu crediterait deux fois
                 PERFORM 1320-CUMULER-CAISSE
                 PERFORM 1600-TRACER-AUDIT-GUICHET
                 MOVE 'DEPOT ACCEPTE - EN COURS DE TRAITEMENT'
                    TO MESGUIO
                 SET SEND-DATAONLY TO TRUE
                 PERFORM 1400-SEND-ECRAN-GUI
              WHEN '06'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PLAFOND DU LIVRET DEPASSE' TO MESGUIO
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR LORS DU DEPOT' TO MESGUIO
           END-EVALUATE.

       1320-CUMULER-CAISSE.
      *    Especes remises ou recues au comptoir : entree en caisse
      *    pour un depot, sortie pour un retrait, y compris quand le
      *    posting est capture en file (les especes ont change de
      *    main)
           IF TYPOPGUII = 'D'
              EXEC SQL
                 UPDATE API8.CAISSEGUI
                 SET TOTAL_ENTREES = TOTAL_ENTREES + :WS-MONTANT-GUI,
                     NB_OPERATIONS = NB_OPERATIONS + 1
                 WHERE ID_CAISSE = :WS-ID-CAISSE
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.CAISSEGUI
                 SET TOTAL_SORTIES = TOTAL_SORTIES + :WS-MONTANT-GUI,
                     NB_OPERATIONS = NB_OPERATIONS + 1
                 WHERE ID_CAISSE = :WS-ID-CAISSE
              END-EXEC
           END-IF.

       1350-POSTER-RETRAIT.
      *    Posting confie au service commun API8SRTR (canal 'T',
      *    guichet assiste) : regle de decouvert et frais inclus ;
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           MOVE WS-ID-COMPTE OF DCLCOMPTE TO SRTR-ID-COMPTE.
           PERFORM 1340-PRENDRE-RESERVATION.
           MOVE WS-MONTANT-GUI TO SRTR-MONTANT.
           MOVE 'T' TO SRTR-CANAL.
           MOVE WS-LIBELLE-OP TO SRTR-LIBELLE.
           CALL 'API8SRTR' USING SRTR-ZONE.

           IF RETRAIT-RESERVE
              PERFORM 1345-SOLDER-RESERVATION
           END-IF.

           EVALUATE SRTR-CODE-RETOUR
              WHEN '20'
                 PERFORM 1320-CUMULER-CAISSE
                 MOVE 'RETRAIT ACCEPTE - EN COURS DE TRAITEMENT'
                    TO MESGUIO
                 SET SEND-DATAONLY TO TRUE
                 PERFORM 1400-SEND-ECRAN-GUI
              WHEN '00'
                 PERFORM 1320-CUMULER-CAISSE
                 PERFORM 1600-TRACER-AUDIT-GUICHET
                 IF RETRAIT-RESERVE
                    MOVE 'RETRAIT RESERVE EFFECTUE' TO MESGUIO
                 ELSE
                    MOVE 'RETRAIT GUICHET EFFECTUE' TO MESGUIO
                 END-IF
                 SET SEND-DATAONLY TO TRUE
                 PERFORM 1400-SEND-ECRAN-GUI
              WHEN '05'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DEBITS BLOQUES - DECOUVERT A REGULARISER'
                    TO MESGUIO
              WHEN '15'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'LIVRET : RETRAIT PAR VIREMENT SEULEMENT'
                    TO MESGUIO
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR LORS DU RETRAIT' TO MESGUIO
           END-EVALUATE.

       1335-CHERCHER-RESERVATION.
      *    Plus ancienne reservation en cours du client dans
      *    l'agence de la caisse, arrivee a sa date, sur le compte
      *    saisi et du montant retire (zero si aucune)
           MOVE 0 TO WS-ID-RESERVATION.
           PERFORM 1950-LIRE-DATE-COMPTABLE.
           MOVE WS-ID-COMPTE OF DCLCOMPTE TO WS-ID-COMPTE-RESERVE.
           EXEC SQL
              SELECT MIN(ID_RESERVATION)
              INTO :WS-ID-RESERVATION :WS-NULL-INDICATOR
              FROM API8.RESERVESPECES
              WHERE ID_CLIENT = :WS-ID-CLIENT-GUI
                AND CODE_AGENCE = :WS-CODE-AGENCE-CAISSE
                AND ID_COMPTE = :WS-ID-COMPTE-RESERVE
                AND MONTANT = :WS-MONTANT-GUI
                AND STATUT_RES = 'R'
                AND DATE_RETRAIT <= :WS-DATE-COMPTABLE
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE 0 TO WS-ID-RESERVATION
              MOVE 0 TO SQLCODE
           END-IF.

       1340-PRENDRE-RESERVATION.
      *    La reservation trouvee passe aussitot a 'P' pour que le
      *    service de retrait ne retranche plus son montant du
      *    disponible
           MOVE 'N' TO WS-RESERVE-SW.
           IF WS-ID-RESERVATION > 0
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET STATUT_RES = 'P',
                     ID_OPERATEUR = :WS-ID-OPERATEUR
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION
                   AND STATUT_RES = 'R'
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-RESERVE-SW
              END-IF
           END-IF.

       1345-SOLDER-RESERVATION.
      *    Retrait poste ou mis en file : la reservation est soldee
      *    avec son operation ; refuse : elle redevient en cours et
      *    bloque de nouveau son montant
           IF SRTR-CODE-RETOUR = '00' OR SRTR-CODE-RETOUR = '20'
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET ID_OPERATION = :SRTR-ID-OPERATION,
                     DATE_CLOTURE_RES = :WS-DATE-COMPTABLE
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET STATUT_RES = 'R',
                     ID_OPERATEUR = ' '
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION
              END-EXEC
              MOVE 'N' TO WS-RESERVE-SW
           END-IF.

       1370-CHANGE-DEVISES.
      *    Bureau de change au comptoir : cours du jour majore de la
      *    marge pour un achat de devises par le client ('A', son
           COMPUTE WS-CONTREVALEUR ROUNDED =
              WS-MONTANT-GUI * WS-TAUX-APPLIQUE.

      *    Achat de devises sur le compte d'une personne morale :
      *    pouvoir du signataire controle sur la contre-valeur
           IF TYPOPGUII = 'A'
              MOVE WS-CONTREVALEUR TO WS-MONTANT-SIGN
              PERFORM 1260-CONTROLER-SIGNATAIRES
              IF NOT VALID-DATA
                 GO TO 1370-CHANGE-DEVISES-FIN
              END-IF
           END-IF.

      *    Le numero d'operation est reserve AVANT de toucher au
      *    solde : un echec d'attribution refuse le change
      *    proprement au lieu de laisser un solde bouge sans

           PERFORM 1375-INSERER-OPERATION-CHANGE.
           PERFORM 1380-TENIR-POSITION-AGENCE.
           PERFORM 1385-TENIR-DEVISES-CAISSE.
           PERFORM 1600-TRACER-AUDIT-GUICHET.

           IF TYPOPGUII = 'A'
              END-IF
           END-IF.

       1385-TENIR-DEVISES-CAISSE.
      *    Le change est regle sur le compte du client : les euros de
      *    la caisse ne bougent pas, les devises si - meme sens que
      *    la position de l'agence, tenue par caisse et par devise
           IF TYPOPGUII = 'A'
              COMPUTE WS-QUANTITE-DEVISE = 0 - WS-MONTANT-GUI
           ELSE
              MOVE WS-MONTANT-GUI TO WS-QUANTITE-DEVISE
           END-IF.

           EXEC SQL
              UPDATE API8.CAISSEDEVISE
              SET QUANTITE = QUANTITE + :WS-QUANTITE-DEVISE,
                  NB_OPERATIONS = NB_OPERATIONS + 1
              WHERE ID_CAISSE = :WS-ID-CAISSE
                AND DEVISE = :WS-DEVISE-CHANGE
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.CAISSEDEVISE
                    (ID_CAISSE, DEVISE, QUANTITE, NB_OPERATIONS)
                 VALUES
                    (:WS-ID-CAISSE, :WS-DEVISE-CHANGE,
                     :WS-QUANTITE-DEVISE, 1)
              END-EXEC
           END-IF.

       1950-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
