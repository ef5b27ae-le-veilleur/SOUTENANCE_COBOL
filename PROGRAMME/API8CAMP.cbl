       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CAMP.
      *===============================================================
      *    BATCH DES CAMPAGNES DE COMMUNICATION CLIENT
      *    Pour informer les clients en nombre (fermeture d'agence,
      *    changement de tarif, retrait d'un produit), la file
      *    API8.NOTIFICATION etait chargee a la main par SQL, sans
      *    egard pour l'accord du client aux messages commerciaux.
      *    Ce batch selectionne un segment de clients, fusionne un
      *    modele de message et depose les notifications que la
      *    chaine API8NOTI / API8NOTR emet et suit.
      *    SYSIN :
      *       carte 1 'LANC nature(1) libelle(30) operateur(8)'
      *          nature 'R' reglementaire, 'C' commerciale
      *       carte 2 criteres, blanc = sans critere :
      *          'agence(4) type(4) forfait(4) solde-min(10)
      *           solde-max(10) age-min(3) age-max(3)'
      *          (soldes en euros signes '+000001000', un blanc
      *          entre chaque zone) ; un client est retenu des
      *          qu'un de ses comptes ouverts repond aux criteres
      *          de compte (agence, TYPE_COMPTE, forfait actif
      *          API8.ABOFORFAIT, tranche de solde) et que son age a
      *          la journee comptable est dans la tranche
      *       carte 3 modele du message (60) ; zones de fusion :
      *          &N nom, &P prenom, &C numero du compte retenu,
      *          &A agence du compte retenu
      *    ou
      *       carte 1 'BILA numero(9)'
      *          bilan de livraison d'une campagne : decompte des
      *          notifications livrees, abandonnees et en cours
      *          d'apres la chaine API8NOTI / API8NOTR, reporte sur
      *          la campagne
      *    Un message reglementaire part toujours (canal prefere du
      *    client et repli habituel d'API8NOTI). Un message
      *    commercial ne part que par un canal accepte par le client
      *    (OPTIN_SMS, OPTIN_MAIL, OPTIN_POST, ecran API8COOR) et
      *    jamais en courrier a un client NPAI ; le client sans canal
      *    accepte est ecarte. La notification porte sa nature
      *    (NATURE_NOTIF) pour qu'API8NOTI respecte les memes regles
      *    en cas de relance.
      *    Chaque campagne est conservee pour l'audit sur
      *    API8.CAMPAGNE (criteres, modele, compteurs) avec sa liste
      *    de cibles API8.CAMPAGNECIBLE (client, compte retenu,
      *    statut 'N' notifie, 'A' sans canal accepte, 'P' NPAI,
      *    notification deposee) et tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ACTION            PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-DETAIL            PIC X(75).
           05  WS-PARAM-LANCEMENT REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-NATURE        PIC X(1).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-LIBELLE       PIC X(30).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-OPERATEUR     PIC X(8).
               10  FILLER                 PIC X(34).
           05  WS-PARAM-BILAN REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-ID-CAMPAGNE   PIC X(9).
               10  FILLER                 PIC X(66).

       01  WS-PARAM-CRITERES.
           05  WS-PARAM-AGENCE            PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-TYPE              PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-FORFAIT           PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-SOLDE-MIN-X       PIC X(10).
           05  WS-PARAM-SOLDE-MIN REDEFINES WS-PARAM-SOLDE-MIN-X
                                          PIC S9(9)
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  WS-PARAM-SOLDE-MAX-X       PIC X(10).
           05  WS-PARAM-SOLDE-MAX REDEFINES WS-PARAM-SOLDE-MAX-X
                                          PIC S9(9)
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  WS-PARAM-AGE-MIN           PIC X(3).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-AGE-MAX           PIC X(3).
           05  FILLER                     PIC X(36).

       01  WS-PARAM-MODELE                PIC X(60).

      *    Campagne en cours
       01  WS-ID-CAMPAGNE             PIC S9(9) COMP.
       01  WS-NATURE-CAMP             PIC X(1).
           88 CAMPAGNE-REGLEMENTAIRE        VALUE 'R'.
           88 CAMPAGNE-COMMERCIALE          VALUE 'C'.
       01  WS-LIBELLE-CAMP            PIC X(30).
       01  WS-ID-OPERATEUR            PIC X(8).
       01  WS-ID-CAMPAGNE-EDIT        PIC Z(8)9.

      *    Criteres de selection passes au curseur
       01  WS-CRIT-AGENCE             PIC X(4).
       01  WS-CRIT-TYPE               PIC X(4).
       01  WS-CRIT-FORFAIT            PIC X(4).
       01  WS-SOLDE-MIN               PIC S9(9)V99 COMP-3.
       01  WS-SOLDE-MAX               PIC S9(9)V99 COMP-3.
       01  WS-AGE-MIN                 PIC 9(3).
       01  WS-AGE-MAX                 PIC 9(3).
       01  WS-FILTRE-AGE              PIC X(1).
       01  WS-NAISS-MIN               PIC X(8).
       01  WS-NAISS-MAX               PIC X(8).
       01  WS-DATE-CALC.
           05  WS-CALC-AAAA           PIC 9(4).
           05  WS-CALC-MM             PIC 9(2).
           05  WS-CALC-JJ             PIC 9(2).
       01  WS-DATE-CALC-N REDEFINES WS-DATE-CALC PIC 9(8).
       01  WS-DATE-REF.
           05  WS-REF-AAAA            PIC 9(4).
           05  WS-REF-MM              PIC 9(2).
           05  WS-REF-JJ              PIC 9(2).

      *    Cible lue par le curseur
       01  WS-ID-CLIENT-CIBLE         PIC S9(9) COMP.
       01  WS-ID-COMPTE-CIBLE         PIC S9(9) COMP.
       01  WS-CODE-AGENCE-CIBLE       PIC X(4).
       01  WS-NOM-CLIENT              PIC X(30).
       01  WS-PRENOM-CLIENT           PIC X(30).
       01  WS-TELEPHONE               PIC X(10).
       01  WS-EMAIL                   PIC X(30).
       01  WS-PREF-NOTIF              PIC X(1).
       01  WS-NPAI                    PIC X(1).
       01  WS-CONTACT-INVALIDE        PIC X(1).
       01  WS-OPTIN-SMS               PIC X(1).
       01  WS-OPTIN-MAIL              PIC X(1).
       01  WS-OPTIN-POST              PIC X(1).
       01  WS-CANAL-ENVOI             PIC X(1).
       01  WS-STATUT-CIBLE            PIC X(1).
       01  WS-ID-NOTIFICATION         PIC S9(9) COMP.
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

      *    Canaux utilisables pour un message commercial
       01  WS-SMS-SW                  PIC X VALUE 'N'.
           88 SMS-UTILISABLE                VALUE 'Y'.
       01  WS-MAIL-SW                 PIC X VALUE 'N'.
           88 MAIL-UTILISABLE               VALUE 'Y'.
       01  WS-POST-SW                 PIC X VALUE 'N'.
           88 POST-UTILISABLE               VALUE 'Y'.

      *    Fusion du modele
       01  WS-MESSAGE                 PIC X(60).
       01  WS-CAR-MODELE              PIC X(1).
       01  WS-CODE-FUSION             PIC X(1).
       01  WS-ZONE-FUSION             PIC X(30).
       01  WS-ID-COMPTE-EDIT          PIC 9(9).
       01  I-MOD                      PIC S9(4) COMP.
       01  I-MSG                      PIC S9(4) COMP.
       01  I-ZONE                     PIC S9(4) COMP.
       01  WS-LG-MODELE               PIC S9(4) COMP.
       01  WS-LG-ZONE                 PIC S9(4) COMP.

      *    Compteurs de la campagne
       01  WS-NB-CIBLES               PIC S9(9) COMP VALUE 0.
       01  WS-NB-NOTIFIES             PIC S9(9) COMP VALUE 0.
       01  WS-NB-SANS-ACCORD          PIC S9(9) COMP VALUE 0.
       01  WS-NB-NPAI                 PIC S9(9) COMP VALUE 0.

      *    Bilan de livraison
       01  WS-NB-LIVRES               PIC S9(9) COMP.
       01  WS-NB-ABANDONS             PIC S9(9) COMP.
       01  WS-NB-EN-COURS             PIC S9(9) COMP.
       01  WS-NB-EDIT                 PIC Z(8)9.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8SIGN
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

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

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   CAMPAGNES DE COMMUNICATION CLIENT         *'
           DISPLAY '=============================================='.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           EVALUATE WS-PARAM-ACTION
              WHEN 'LANC'
                 PERFORM 1000-LANCER-CAMPAGNE
                    THRU 1000-LANCER-CAMPAGNE-EXIT
              WHEN 'BILA'
                 PERFORM 5000-BILAN-CAMPAGNE
                    THRU 5000-BILAN-CAMPAGNE-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : LANC / BILA'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-LANCER-CAMPAGNE.
           MOVE SPACES TO WS-PARAM-CRITERES.
           ACCEPT WS-PARAM-CRITERES FROM SYSIN.
           MOVE SPACES TO WS-PARAM-MODELE.
           ACCEPT WS-PARAM-MODELE FROM SYSIN.

           PERFORM 1100-VALIDER-CARTES
              THRU 1100-VALIDER-CARTES-EXIT.

           MOVE 'CAMPAGNE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO CAMPAGNE IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-CAMPAGNE.
           MOVE WS-ID-CAMPAGNE TO WS-ID-CAMPAGNE-EDIT.

           EXEC SQL
              INSERT INTO API8.CAMPAGNE
                 (ID_CAMPAGNE, LIBELLE, NATURE_CAMP, MODELE,
                  CRIT_AGENCE, CRIT_TYPE, CRIT_FORFAIT,
                  CRIT_SOLDE_MIN, CRIT_SOLDE_MAX,
                  CRIT_AGE_MIN, CRIT_AGE_MAX,
                  ID_OPERATEUR, DATE_LANCEMENT, STATUT_CAMP)
              VALUES
                 (:WS-ID-CAMPAGNE, :WS-LIBELLE-CAMP, :WS-NATURE-CAMP,
                  :WS-PARAM-MODELE,
                  :WS-CRIT-AGENCE, :WS-CRIT-TYPE, :WS-CRIT-FORFAIT,
                  :WS-SOLDE-MIN, :WS-SOLDE-MAX,
                  :WS-AGE-MIN, :WS-AGE-MAX,
                  :WS-ID-OPERATEUR, :WS-DATE-COMPTABLE, 'L')
           END-EXEC.

           DISPLAY 'CAMPAGNE ' WS-ID-CAMPAGNE-EDIT ' : '
              WS-LIBELLE-CAMP ' NATURE ' WS-NATURE-CAMP.
           DISPLAY 'MODELE : ' WS-PARAM-MODELE.

           EXEC SQL
              DECLARE CCIBLE CURSOR FOR
              SELECT C.ID_CLIENT, MIN(C.ID_COMPTE)
              FROM API8.COMPTE C, API8.CLIENT L
              WHERE C.ID_CLIENT = L.ID_CLIENT
                AND VALUE(C.STATUT, ' ') NOT = 'C'
                AND (:WS-CRIT-AGENCE = ' '
                     OR C.CODE_AGENCE = :WS-CRIT-AGENCE)
                AND (:WS-CRIT-TYPE = ' '
                     OR VALUE(C.TYPE_COMPTE, 'STD') = :WS-CRIT-TYPE)
                AND (:WS-CRIT-FORFAIT = ' '
                     OR EXISTS
                        (SELECT 1
                         FROM API8.ABOFORFAIT A
                         WHERE A.ID_COMPTE = C.ID_COMPTE
                           AND A.ACTIF = 'Y'
                           AND A.CODE_FORFAIT = :WS-CRIT-FORFAIT))
                AND C.SOLDE BETWEEN :WS-SOLDE-MIN AND :WS-SOLDE-MAX
                AND (:WS-FILTRE-AGE = 'N'
                     OR L.DATE_NAISSANCE BETWEEN :WS-NAISS-MIN
                                             AND :WS-NAISS-MAX)
              GROUP BY C.ID_CLIENT
              ORDER BY C.ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CCIBLE
           END-EXEC.

           PERFORM 2000-TRAITER-CIBLE
              THRU 2000-TRAITER-CIBLE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCIBLE
           END-EXEC.

           EXEC SQL
              UPDATE API8.CAMPAGNE
              SET NB_CIBLES = :WS-NB-CIBLES,
                  NB_NOTIFIES = :WS-NB-NOTIFIES,
                  NB_SANS_ACCORD = :WS-NB-SANS-ACCORD,
                  NB_NPAI = :WS-NB-NPAI,
                  STATUT_CAMP = 'E'
              WHERE ID_CAMPAGNE = :WS-ID-CAMPAGNE
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'CAMPAGNE ' WS-ID-CAMPAGNE-EDIT ' LANCEE'
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 8000-TRACER-AUDIT
              THRU 8000-TRACER-AUDIT-EXIT.

           DISPLAY '----------------------------------------------'.
           MOVE WS-NB-CIBLES TO WS-NB-EDIT.
           DISPLAY 'CLIENTS CIBLES          : ' WS-NB-EDIT.
           MOVE WS-NB-NOTIFIES TO WS-NB-EDIT.
           DISPLAY 'NOTIFICATIONS DEPOSEES  : ' WS-NB-EDIT.
           MOVE WS-NB-SANS-ACCORD TO WS-NB-EDIT.
           DISPLAY 'ECARTES SANS ACCORD     : ' WS-NB-EDIT.
           MOVE WS-NB-NPAI TO WS-NB-EDIT.
           DISPLAY 'ECARTES NPAI            : ' WS-NB-EDIT.

       1000-LANCER-CAMPAGNE-EXIT.
           EXIT.

       1100-VALIDER-CARTES.
           IF WS-PARAM-NATURE NOT = 'R' AND WS-PARAM-NATURE NOT = 'C'
              DISPLAY 'NATURE DE CAMPAGNE : R OU C'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-NATURE TO WS-NATURE-CAMP.

           IF WS-PARAM-LIBELLE = SPACES
              DISPLAY 'LIBELLE DE CAMPAGNE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-LIBELLE TO WS-LIBELLE-CAMP.
           MOVE WS-PARAM-OPERATEUR TO WS-ID-OPERATEUR.

           IF WS-PARAM-MODELE = SPACES
              DISPLAY 'MODELE DE MESSAGE OBLIGATOIRE (CARTE 3)'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE WS-PARAM-AGENCE TO WS-CRIT-AGENCE.
           MOVE WS-PARAM-TYPE TO WS-CRIT-TYPE.
           MOVE WS-PARAM-FORFAIT TO WS-CRIT-FORFAIT.

      *    Tranche de solde : bornes ouvertes a blanc
           IF WS-PARAM-SOLDE-MIN-X = SPACES
              MOVE -999999999 TO WS-SOLDE-MIN
           ELSE
              IF WS-PARAM-SOLDE-MIN IS NOT NUMERIC
                 DISPLAY 'SOLDE MINIMUM INVALIDE : '
                    WS-PARAM-SOLDE-MIN-X
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-SOLDE-MIN TO WS-SOLDE-MIN
           END-IF.
           IF WS-PARAM-SOLDE-MAX-X = SPACES
              MOVE 999999999 TO WS-SOLDE-MAX
           ELSE
              IF WS-PARAM-SOLDE-MAX IS NOT NUMERIC
                 DISPLAY 'SOLDE MAXIMUM INVALIDE : '
                    WS-PARAM-SOLDE-MAX-X
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-SOLDE-MAX TO WS-SOLDE-MAX
           END-IF.
           IF WS-SOLDE-MIN > WS-SOLDE-MAX
              DISPLAY 'TRANCHE DE SOLDE INVERSEE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Tranche d'age
           MOVE 'N' TO WS-FILTRE-AGE.
           MOVE 0 TO WS-AGE-MIN.
           MOVE 150 TO WS-AGE-MAX.
           IF WS-PARAM-AGE-MIN NOT = SPACES
              IF WS-PARAM-AGE-MIN IS NOT NUMERIC
                 DISPLAY 'AGE MINIMUM INVALIDE : ' WS-PARAM-AGE-MIN
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-AGE-MIN TO WS-AGE-MIN
              MOVE 'Y' TO WS-FILTRE-AGE
           END-IF.
           IF WS-PARAM-AGE-MAX NOT = SPACES
              IF WS-PARAM-AGE-MAX IS NOT NUMERIC
                 DISPLAY 'AGE MAXIMUM INVALIDE : ' WS-PARAM-AGE-MAX
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-AGE-MAX TO WS-AGE-MAX
              MOVE 'Y' TO WS-FILTRE-AGE
           END-IF.
           IF WS-AGE-MIN > WS-AGE-MAX
              DISPLAY 'TRANCHE D''AGE INVERSEE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 1150-CALCULER-BORNES-NAISSANCE
              THRU 1150-CALCULER-BORNES-NAISSANCE-EXIT.

       1100-VALIDER-CARTES-EXIT.
           EXIT.

       1150-CALCULER-BORNES-NAISSANCE.
      *    Age entre min et max a la journee comptable : ne entre le
      *    lendemain du meme jour (max + 1) ans plus tot et ce meme
      *    jour min ans plus tot ; un 29 fevrier compte pour le 28
           MOVE WS-DATE-COMPTABLE TO WS-DATE-REF.
           IF WS-REF-MM = 2 AND WS-REF-JJ = 29
              MOVE 28 TO WS-REF-JJ
           END-IF.

           MOVE WS-DATE-REF TO WS-DATE-CALC.
           COMPUTE WS-CALC-AAAA = WS-REF-AAAA - WS-AGE-MIN.
           MOVE WS-DATE-CALC TO WS-NAISS-MAX.

           MOVE WS-DATE-REF TO WS-DATE-CALC.
           COMPUTE WS-CALC-AAAA = WS-REF-AAAA - WS-AGE-MAX - 1.
           COMPUTE WS-DATE-CALC-N =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N) + 1).
           MOVE WS-DATE-CALC TO WS-NAISS-MIN.

       1150-CALCULER-BORNES-NAISSANCE-EXIT.
           EXIT.

       2000-TRAITER-CIBLE.
           EXEC SQL
              FETCH CCIBLE
              INTO :WS-ID-CLIENT-CIBLE, :WS-ID-COMPTE-CIBLE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2000-TRAITER-CIBLE-EXIT
           END-IF.
           ADD 1 TO WS-NB-CIBLES.

           PERFORM 2100-LIRE-CLIENT
              THRU 2100-LIRE-CLIENT-EXIT.

      *    Message reglementaire : canal prefere et repli habituel
      *    d'API8NOTI ; message commercial : canal accepte seulement
           MOVE SPACE TO WS-CANAL-ENVOI.
           MOVE 'N' TO WS-STATUT-CIBLE.
           IF CAMPAGNE-COMMERCIALE
              PERFORM 2200-CHOISIR-CANAL-COMMERCIAL
                 THRU 2200-CHOISIR-CANAL-COMMERCIAL-EXIT
           END-IF.

           MOVE 0 TO WS-ID-NOTIFICATION.
           EVALUATE WS-STATUT-CIBLE
              WHEN 'N'
                 PERFORM 3000-FUSIONNER-MODELE
                    THRU 3000-FUSIONNER-MODELE-EXIT
                 PERFORM 4000-DEPOSER-NOTIFICATION
                    THRU 4000-DEPOSER-NOTIFICATION-EXIT
                 ADD 1 TO WS-NB-NOTIFIES
              WHEN 'P'
                 ADD 1 TO WS-NB-NPAI
              WHEN OTHER
                 ADD 1 TO WS-NB-SANS-ACCORD
           END-EVALUATE.

           EXEC SQL
              INSERT INTO API8.CAMPAGNECIBLE
                 (ID_CAMPAGNE, ID_CLIENT, ID_COMPTE, STATUT_CIBLE,
                  CANAL, ID_NOTIFICATION)
              VALUES
                 (:WS-ID-CAMPAGNE, :WS-ID-CLIENT-CIBLE,
                  :WS-ID-COMPTE-CIBLE, :WS-STATUT-CIBLE,
                  :WS-CANAL-ENVOI, :WS-ID-NOTIFICATION)
           END-EXEC.

      *    SQLCODE rendu neutre pour la boucle FETCH appelante
           MOVE 0 TO SQLCODE.

       2000-TRAITER-CIBLE-EXIT.
           EXIT.

       2100-LIRE-CLIENT.
           EXEC SQL
              SELECT L.NOM_CLIENT, L.PRENOM_CLIENT,
                     VALUE(L.TELEPHONE, ' '), VALUE(L.EMAIL, ' '),
                     VALUE(L.PREF_NOTIF, 'C'), VALUE(L.NPAI, 'N'),
                     VALUE(L.CONTACT_INVALIDE, ' '),
                     VALUE(L.OPTIN_SMS, 'N'), VALUE(L.OPTIN_MAIL, 'N'),
                     VALUE(L.OPTIN_POST, 'Y'),
                     VALUE(C.CODE_AGENCE, ' ')
              INTO :WS-NOM-CLIENT, :WS-PRENOM-CLIENT,
                   :WS-TELEPHONE, :WS-EMAIL,
                   :WS-PREF-NOTIF, :WS-NPAI,
                   :WS-CONTACT-INVALIDE,
                   :WS-OPTIN-SMS, :WS-OPTIN-MAIL,
                   :WS-OPTIN-POST,
                   :WS-CODE-AGENCE-CIBLE
              FROM API8.CLIENT L, API8.COMPTE C
              WHERE L.ID_CLIENT = :WS-ID-CLIENT-CIBLE
                AND C.ID_COMPTE = :WS-ID-COMPTE-CIBLE
           END-EXEC.

       2100-LIRE-CLIENT-EXIT.
           EXIT.

       2200-CHOISIR-CANAL-COMMERCIAL.
      *    Canal accepte et adressable : le canal prefere s'il l'est,
      *    sinon SMS, courriel, courrier dans l'ordre de repli
      *    d'API8NOTI
           MOVE 'N' TO WS-SMS-SW.
           MOVE 'N' TO WS-MAIL-SW.
           MOVE 'N' TO WS-POST-SW.
           IF WS-OPTIN-SMS = 'Y' AND WS-TELEPHONE NOT = SPACES
              AND WS-CONTACT-INVALIDE NOT = 'T'
              AND WS-CONTACT-INVALIDE NOT = 'B'
              MOVE 'Y' TO WS-SMS-SW
           END-IF.
           IF WS-OPTIN-MAIL = 'Y' AND WS-EMAIL NOT = SPACES
              AND WS-CONTACT-INVALIDE NOT = 'E'
              AND WS-CONTACT-INVALIDE NOT = 'B'
              MOVE 'Y' TO WS-MAIL-SW
           END-IF.
           IF WS-OPTIN-POST = 'Y' AND WS-NPAI NOT = 'Y'
              MOVE 'Y' TO WS-POST-SW
           END-IF.

           EVALUATE TRUE
              WHEN WS-PREF-NOTIF = 'S' AND SMS-UTILISABLE
                 MOVE 'S' TO WS-CANAL-ENVOI
              WHEN WS-PREF-NOTIF = 'E' AND MAIL-UTILISABLE
                 MOVE 'E' TO WS-CANAL-ENVOI
              WHEN WS-PREF-NOTIF = 'C' AND POST-UTILISABLE
                 MOVE 'C' TO WS-CANAL-ENVOI
              WHEN SMS-UTILISABLE
                 MOVE 'S' TO WS-CANAL-ENVOI
              WHEN MAIL-UTILISABLE
                 MOVE 'E' TO WS-CANAL-ENVOI
              WHEN POST-UTILISABLE
                 MOVE 'C' TO WS-CANAL-ENVOI
              WHEN OTHER
                 MOVE SPACE TO WS-CANAL-ENVOI
           END-EVALUATE.

      *    Aucun canal : NPAI si le courrier accepte est seul en
      *    cause, sans accord sinon
           IF WS-CANAL-ENVOI = SPACE
              IF WS-OPTIN-POST = 'Y' AND WS-NPAI = 'Y'
                 MOVE 'P' TO WS-STATUT-CIBLE
              ELSE
                 MOVE 'A' TO WS-STATUT-CIBLE
              END-IF
           END-IF.

       2200-CHOISIR-CANAL-COMMERCIAL-EXIT.
           EXIT.

       3000-FUSIONNER-MODELE.
      *    Recopie du modele caractere par caractere ; une zone de
      *    fusion &N, &P, &C ou &A est remplacee par sa valeur sans
      *    blancs de fin ; le message est tronque a 60 caracteres
           MOVE SPACES TO WS-MESSAGE.
           MOVE 0 TO I-MSG.
           PERFORM 3050-MESURER-MODELE
              THRU 3050-MESURER-MODELE-EXIT
              VARYING WS-LG-MODELE FROM 60 BY -1
              UNTIL WS-LG-MODELE = 0
                 OR WS-PARAM-MODELE(WS-LG-MODELE:1) NOT = SPACE.

           MOVE 1 TO I-MOD.
           PERFORM 3100-COPIER-CARACTERE
              THRU 3100-COPIER-CARACTERE-EXIT
              UNTIL I-MOD > WS-LG-MODELE OR I-MSG >= 60.

       3000-FUSIONNER-MODELE-EXIT.
           EXIT.

       3050-MESURER-MODELE.
      *    Le test de fin de la boucle donne la longueur utile
           CONTINUE.

       3050-MESURER-MODELE-EXIT.
           EXIT.

       3100-COPIER-CARACTERE.
           MOVE WS-PARAM-MODELE(I-MOD:1) TO WS-CAR-MODELE.
           MOVE SPACE TO WS-CODE-FUSION.
           IF WS-CAR-MODELE = '&' AND I-MOD < WS-LG-MODELE
              MOVE WS-PARAM-MODELE(I-MOD + 1:1) TO WS-CODE-FUSION
           END-IF.

           MOVE SPACES TO WS-ZONE-FUSION.
           EVALUATE WS-CODE-FUSION
              WHEN 'N'
                 MOVE WS-NOM-CLIENT TO WS-ZONE-FUSION
              WHEN 'P'
                 MOVE WS-PRENOM-CLIENT TO WS-ZONE-FUSION
              WHEN 'C'
                 MOVE WS-ID-COMPTE-CIBLE TO WS-ID-COMPTE-EDIT
                 MOVE WS-ID-COMPTE-EDIT TO WS-ZONE-FUSION
              WHEN 'A'
                 MOVE WS-CODE-AGENCE-CIBLE TO WS-ZONE-FUSION
              WHEN OTHER
                 ADD 1 TO I-MSG
                 MOVE WS-CAR-MODELE TO WS-MESSAGE(I-MSG:1)
                 ADD 1 TO I-MOD
                 GO TO 3100-COPIER-CARACTERE-EXIT
           END-EVALUATE.

           PERFORM 3050-MESURER-MODELE
              THRU 3050-MESURER-MODELE-EXIT
              VARYING WS-LG-ZONE FROM 30 BY -1
              UNTIL WS-LG-ZONE = 0
                 OR WS-ZONE-FUSION(WS-LG-ZONE:1) NOT = SPACE.
           PERFORM 3150-COPIER-ZONE
              THRU 3150-COPIER-ZONE-EXIT
              VARYING I-ZONE FROM 1 BY 1
              UNTIL I-ZONE > WS-LG-ZONE OR I-MSG >= 60.
           ADD 2 TO I-MOD.

       3100-COPIER-CARACTERE-EXIT.
           EXIT.

       3150-COPIER-ZONE.
           ADD 1 TO I-MSG.
           MOVE WS-ZONE-FUSION(I-ZONE:1) TO WS-MESSAGE(I-MSG:1).

       3150-COPIER-ZONE-EXIT.
           EXIT.

       4000-DEPOSER-NOTIFICATION.
      *    Meme depot que les autres emetteurs (API8RVTX) ; le canal
      *    retenu pour un message commercial est pose en canal
      *    demande, la nature guide les relances d'API8NOTI
           EXEC SQL
              SELECT MAX(ID_NOTIFICATION)
              INTO :WS-ID-NOTIFICATION :WS-NULL-INDICATOR
              FROM API8.NOTIFICATION
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-NOTIFICATION
           ELSE
              ADD 1 TO WS-ID-NOTIFICATION
           END-IF.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE, CANAL_ENVOI, NATURE_NOTIF)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-CIBLE,
                  :WS-MESSAGE, CURRENT DATE, 'N',
                  :WS-CANAL-ENVOI, :WS-NATURE-CAMP)
           END-EXEC.

       4000-DEPOSER-NOTIFICATION-EXIT.
           EXIT.

       5000-BILAN-CAMPAGNE.
           IF WS-PARAM-ID-CAMPAGNE IS NOT NUMERIC
              DISPLAY 'NUMERO DE CAMPAGNE NON NUMERIQUE : '
                 WS-PARAM-ID-CAMPAGNE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-ID-CAMPAGNE TO WS-ID-CAMPAGNE.
           MOVE WS-ID-CAMPAGNE TO WS-ID-CAMPAGNE-EDIT.

           EXEC SQL
              SELECT LIBELLE, NATURE_CAMP, NB_CIBLES, NB_NOTIFIES,
                     NB_SANS_ACCORD, NB_NPAI
              INTO :WS-LIBELLE-CAMP, :WS-NATURE-CAMP,
                   :WS-NB-CIBLES, :WS-NB-NOTIFIES,
                   :WS-NB-SANS-ACCORD, :WS-NB-NPAI
              FROM API8.CAMPAGNE
              WHERE ID_CAMPAGNE = :WS-ID-CAMPAGNE
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'CAMPAGNE INCONNUE : ' WS-PARAM-ID-CAMPAGNE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Issue de la livraison suivie par API8NOTI / API8NOTR :
      *    'L' livree, 'X' abandonnee, le reste en cours
           MOVE 0 TO WS-NB-LIVRES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIVRES
              FROM API8.CAMPAGNECIBLE T, API8.NOTIFICATION N
              WHERE T.ID_CAMPAGNE = :WS-ID-CAMPAGNE
                AND T.STATUT_CIBLE = 'N'
                AND N.ID_NOTIFICATION = T.ID_NOTIFICATION
                AND N.STATUT_LIVRAISON = 'L'
           END-EXEC.

           MOVE 0 TO WS-NB-ABANDONS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ABANDONS
              FROM API8.CAMPAGNECIBLE T, API8.NOTIFICATION N
              WHERE T.ID_CAMPAGNE = :WS-ID-CAMPAGNE
                AND T.STATUT_CIBLE = 'N'
                AND N.ID_NOTIFICATION = T.ID_NOTIFICATION
                AND N.STATUT_LIVRAISON = 'X'
           END-EXEC.

           COMPUTE WS-NB-EN-COURS =
              WS-NB-NOTIFIES - WS-NB-LIVRES - WS-NB-ABANDONS.

           EXEC SQL
              UPDATE API8.CAMPAGNE
              SET NB_LIVRES = :WS-NB-LIVRES,
                  NB_ABANDONS = :WS-NB-ABANDONS,
                  NB_EN_COURS = :WS-NB-EN-COURS,
                  DATE_BILAN = :WS-DATE-COMPTABLE
              WHERE ID_CAMPAGNE = :WS-ID-CAMPAGNE
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'CAMPAGNE ' WS-ID-CAMPAGNE-EDIT ' BILAN'
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 8000-TRACER-AUDIT
              THRU 8000-TRACER-AUDIT-EXIT.

           DISPLAY 'BILAN CAMPAGNE ' WS-ID-CAMPAGNE-EDIT ' : '
              WS-LIBELLE-CAMP ' NATURE ' WS-NATURE-CAMP.
           MOVE WS-NB-CIBLES TO WS-NB-EDIT.
           DISPLAY 'CLIENTS CIBLES          : ' WS-NB-EDIT.
           MOVE WS-NB-SANS-ACCORD TO WS-NB-EDIT.
           DISPLAY 'ECARTES SANS ACCORD     : ' WS-NB-EDIT.
           MOVE WS-NB-NPAI TO WS-NB-EDIT.
           DISPLAY 'ECARTES NPAI            : ' WS-NB-EDIT.
           MOVE WS-NB-NOTIFIES TO WS-NB-EDIT.
           DISPLAY 'NOTIFICATIONS DEPOSEES  : ' WS-NB-EDIT.
           MOVE WS-NB-LIVRES TO WS-NB-EDIT.
           DISPLAY '   LIVREES              : ' WS-NB-EDIT.
           MOVE WS-NB-ABANDONS TO WS-NB-EDIT.
           DISPLAY '   ABANDONNEES          : ' WS-NB-EDIT.
           MOVE WS-NB-EN-COURS TO WS-NB-EDIT.
           DISPLAY '   EN COURS             : ' WS-NB-EDIT.

       5000-BILAN-CAMPAGNE-EXIT.
           EXIT.

       8000-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, 0, 'API8CAMP',
                  :WS-AUDIT-EVENEMENT, :WS-ID-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       8000-TRACER-AUDIT-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

       0450-LIRE-DATE-COMPTABLE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CAMP', CURRENT DATE,
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
            MOVE WS-NB-CIBLES TO WS-JRN-LUS.
            MOVE WS-NB-NOTIFIES TO WS-JRN-ECRITS.
            COMPUTE WS-JRN-REJETES = WS-NB-SANS-ACCORD + WS-NB-NPAI.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CAMP        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
            MOVE WS-NB-CIBLES TO WS-JRN-LUS.
            MOVE WS-NB-NOTIFIES TO WS-JRN-ECRITS.
            COMPUTE WS-JRN-REJETES = WS-NB-SANS-ACCORD + WS-NB-NPAI.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CAMP       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
