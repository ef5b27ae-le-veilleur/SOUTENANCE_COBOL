       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RESE.
      *===============================================================
      *    ECRAN DE RESERVATION D'UN RETRAIT D'ESPECES AU GUICHET
      *    Transaction SN45, accessible depuis le menu client (option
      *    'X') : un gros retrait d'especes au comptoir echouait
      *    faute de billets en agence, decouvert au moment ou
      *    API8GUIT postait par API8SRTR. Le client reserve desormais
      *    son retrait a l'avance, pour une date et une agence :
      *       - action a blanc : liste des reservations du client
      *         (reservees, retirees, liberees, annulees) sur cinq
      *         lignes
      *       - action 'R' : reservation sur un compte (numero a sept
      *         chiffres suivi de sa cle, verifie par API8CLE) dont le
      *         client est titulaire, ni cloture ni en succession ni
      *         livret reglemente ; montant au moins egal au seuil
      *         SEUIL_RESERVE_ESPECES (API8.PARAMETRE, repli 3000),
      *         en deca le retrait se fait sans reservation ; agence
      *         ouverte (API8.AGENCE, repli sur l'agence du compte si
      *         laissee a blanc) ; date ouvree (ni week-end ni ferie
      *         du calendrier bancaire) entre DELAI_RESERVE_ESPECES
      *         jours (repli 2, le temps de la commande transporteur)
      *         et HORIZON_RESERVE_ESPECES jours (repli 30) apres la
      *         journee comptable ; le montant doit etre couvert par
      *         le solde disponible, sans decouvert
      *       - action 'A' : annulation d'une reservation du client
      *         encore en cours, par son numero
      *    La reservation (API8.RESERVESPECES, statut 'R') bloque le
      *    montant sur le disponible comme une autorisation carte,
      *    dans tous les calculs de disponible (API8SRTR, API8SVIR,
      *    ecrans de retrait et de virement) ; elle entre dans la
      *    prevision de caisse et la commande transporteur de
      *    l'agence (API8PCSH), est prise et postee au comptoir par
      *    API8GUIT ('P', retiree) et, non retiree a l'issue du delai
      *    de grace, liberee par API8PCSH ('L'). L'annulation par le
      *    client la passe a 'A'. Chaque reservation et chaque
      *    annulation est tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE CLIENT
           END-EXEC.

       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
      *

        01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                    VALUE '2'.
               88  SEND-DATAONLY-ALARM              VALUE '3'.

       01  WS-XCTL-PROGRAM-SW              PIC X VALUE 'N'.
           88 XCTL-PROGRAM                       VALUE 'Y'.

       COPY DFHAID.
       COPY APNSE42.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.

      *    Regles de reservation (API8.PARAMETRE)
       01  WS-SEUIL-RESERVE       PIC S9(8)V99 COMP-3 VALUE 3000.
       01  WS-DELAI-RESERVE       PIC S9(3) COMP-3 VALUE 2.
       01  WS-HORIZON-RESERVE     PIC S9(3) COMP-3 VALUE 30.

       01  WS-ID-RESERVATION      PIC S9(9) COMP.
       01  WS-ID-COMPTE-RES       PIC S9(9) COMP.
       01  WS-ID-TITULAIRE        PIC S9(9) COMP.
       01  WS-STATUT-COMPTE       PIC X(1).
       01  WS-TYPE-COMPTE         PIC X(4).
       01  WS-CODE-AGENCE-RES     PIC X(4).
       01  WS-STATUT-AGENCE       PIC X(1).
       01  WS-MONTANT-RES         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-ALPHA       PIC X(10).
       01  WS-MONTANT-NUM         PIC 9(10).
       01  WS-NB-FERIES           PIC S9(9) COMP.

      *    Saisie du compte avec sa cle de controle (7 + 2),
      *    verifiee par le service API8CLE avant toute recherche
       01  WS-COMPTE-SAISIE.
           05  WS-COMPTE-NUMERO    PIC 9(7).
           05  WS-COMPTE-CLE       PIC 9(2).
       01  CLE-ZONE.
           05  CLE-NUMERO          PIC S9(9) COMP.
           05  CLE-VALEUR          PIC 9(2).

      *    Date de retrait saisie AAAAMMJJ et bornes de reservation
       01  WS-DATE-SAISIE.
           05  WS-SAISIE-AAAA      PIC 9(4).
           05  WS-SAISIE-MM        PIC 9(2).
           05  WS-SAISIE-JJ        PIC 9(2).
       01  WS-DATE-SAISIE-N REDEFINES WS-DATE-SAISIE PIC 9(8).
       01  WS-DATE-RETRAIT        PIC X(8).
       01  WS-DATE-CONTROLE       PIC 9(8).
       01  WS-ENTIER-RETRAIT      PIC S9(9) COMP.
       01  WS-ENTIER-JOUR         PIC S9(9) COMP.
       01  WS-QUOT-JS             PIC S9(9) COMP.
       01  WS-RESTE-JS            PIC S9(9) COMP.
       01  WS-DATE-JOUR           PIC 9(8).

      *    Solde disponible du compte, memes composantes que le
      *    service de retrait API8SRTR
       01  WS-SOLDE-COMPTE        PIC S9(8)V99 COMP-3.
       01  WS-CREDITS-NON-VALEUR  PIC S9(8)V99 COMP-3.
       01  WS-RESERVATIONS-CARTE  PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-SAISI       PIC S9(8)V99 COMP-3.
       01  WS-ENCOURS-DIFFERE     PIC S9(8)V99 COMP-3.
       01  WS-RESERVES-ESPECES    PIC S9(8)V99 COMP-3.
       01  WS-SOLDE-DISPONIBLE    PIC S9(8)V99 COMP-3.

      *    Liste des reservations du client (5 lignes)
       01  WS-STATUT-CUR          PIC X(1).
       01  WS-ID-RES-EDIT         PIC 9(9).
       01  WS-ID-COMPTE-EDIT      PIC 9(7).
       01  WS-MONTANT-EDIT        PIC Z(7)9.99.
       01  WS-ETAT-EDIT           PIC X(8).
       01  WS-NB-LIGNES           PIC S9(4) COMP.
       01  WS-LIGNE-RES           PIC X(70).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Trace des reservations et annulations sur API8.AUDITLOG
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du controle d'inactivite API8STMO
       01  STMO-ZONE.
           05  STMO-TERMINAL      PIC X(4).
           05  STMO-ACTION        PIC X(1).
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DFHCOM-ID-CLIENT PIC S9(9) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

      *    Inactivite : meme controle que le reste de la famille SN
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE 'CLIENT  ' TO STMO-UTILISATEUR.
           IF EIBCALEN = ZERO
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO RESE1I
              MOVE LOW-VALUES TO RESE1O
              MOVE 'SESSION EXPIREE - RECONNECTEZ-VOUS' TO MESRESO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-RESE
              EXEC CICS RETURN TRANSID('SN01')
              END-EXEC
           END-IF.

           IF EIBCALEN > ZERO
               MOVE DFHCOM-ID-CLIENT TO WS-COMMUNICATION-AREA
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = ZERO OR 4
                 MOVE LOW-VALUES TO RESE1I
                 MOVE LOW-VALUES TO RESE1O
                 PERFORM 1150-GET-CLIENT-PRENOM
                 PERFORM 2000-AFFICHER-RESERVATIONS
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-RESE

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO RESE1I
                 MOVE LOW-VALUES TO RESE1O
                 PERFORM 1150-GET-CLIENT-PRENOM
                 PERFORM 2000-AFFICHER-RESERVATIONS
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-RESE

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-RESE
                 MOVE 'TOUCHE INVALIDE' TO MESRESO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-RESE

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               EXEC CICS RETURN TRANSID('SN45')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(10)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8BM1P')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
               END-EXEC
           END-IF.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-RESE.
           MOVE SPACES TO MESRESO.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              EVALUATE ACTRESI
                 WHEN 'R'
                    PERFORM 1300-RESERVER-RETRAIT
                 WHEN 'A'
                    PERFORM 1350-ANNULER-RESERVATION
              END-EVALUATE
           END-IF.
           PERFORM 2000-AFFICHER-RESERVATIONS.
           IF VALID-DATA
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-RESE.

       1100-RECEIVE-ECRAN-RESE.
           EXEC CICS RECEIVE MAP ('RESE1')
                  MAPSET ('APNSE42')
                  INTO (RESE1I)
           END-EXEC.

       1150-GET-CLIENT-PRENOM.
           MOVE WS-COMMUNICATION-AREA TO WS-ID-CLIENT OF DCLCLIENT.
           EXEC SQL
              SELECT PRENOM_CLIENT
              INTO :WS-PRENOM-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :DCLCLIENT.WS-ID-CLIENT
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-PRENOM-CLIENT TO NCPTEO
           ELSE
              MOVE 'CLIENT INCONNU' TO NCPTEO
           END-IF.

       1200-VALIDER-SAISIE.
           MOVE 'Y' TO VALID-DATA-SW.

      *    Action a blanc : simple rafraichissement de la liste
           IF ACTRESI = SPACES OR ACTRESI = LOW-VALUES
              MOVE SPACES TO ACTRESI
           END-IF.

           IF ACTRESI NOT = SPACES
              AND ACTRESI NOT = 'R' AND ACTRESI NOT = 'A'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ACTION R (RESERVER) OU A (ANNULER)' TO MESRESO
           END-IF.

           IF VALID-DATA AND ACTRESI = 'R'
              IF CPTRESI = SPACES OR CPTRESI = LOW-VALUES
                 OR CPTRESI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE (7 CHIFFRES + CLE) REQUIS' TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA AND ACTRESI = 'R'
              IF DATRESI = SPACES OR DATRESI = LOW-VALUES
                 OR DATRESI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DATE DE RETRAIT AAAAMMJJ REQUISE' TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA AND ACTRESI = 'R'
              IF MONRESI = SPACES OR MONRESI = LOW-VALUES
                 OR MONRESI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'MONTANT NUMERIQUE OBLIGATOIRE' TO MESRESO
              ELSE
                 MOVE MONRESI TO WS-MONTANT-ALPHA
                 MOVE WS-MONTANT-ALPHA TO WS-MONTANT-NUM
                 MOVE WS-MONTANT-NUM TO WS-MONTANT-RES
              END-IF
           END-IF.

           IF VALID-DATA AND ACTRESI = 'A'
              IF NUMRESI = SPACES OR NUMRESI = LOW-VALUES
                 OR NUMRESI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'NUMERO DE RESERVATION (9 CHIFFRES) REQUIS'
                    TO MESRESO
              END-IF
           END-IF.

       1300-RESERVER-RETRAIT.
           PERFORM 1950-LIRE-DATE-COMPTABLE.
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR.
           PERFORM 1310-LIRE-PARAMETRES.

      *    Numero et cle de controle (7 + 2), puis titularite du
      *    compte : un client ne reserve que sur ses propres comptes
           MOVE CPTRESI TO WS-COMPTE-SAISIE.
           MOVE WS-COMPTE-NUMERO TO WS-ID-COMPTE-RES.
           MOVE WS-ID-COMPTE-RES TO CLE-NUMERO.
           CALL 'API8CLE' USING CLE-ZONE.
           IF CLE-VALEUR NOT = WS-COMPTE-CLE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CLE DE CONTROLE INVALIDE' TO MESRESO
           ELSE
              PERFORM 1320-CONTROLER-COMPTE
           END-IF.

           IF VALID-DATA
              IF WS-MONTANT-RES < WS-SEUIL-RESERVE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'MONTANT SOUS LE SEUIL - RETRAIT SANS RESERVATION'
                    TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA
              PERFORM 1330-CONTROLER-AGENCE
           END-IF.

           IF VALID-DATA
              PERFORM 1340-CONTROLER-DATE
           END-IF.

           IF VALID-DATA
              PERFORM 1370-CALCULER-DISPONIBLE
              IF WS-SOLDE-DISPONIBLE < WS-MONTANT-RES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'SOLDE DISPONIBLE INSUFFISANT' TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE 'RESERVESP' TO NUMO-COMPTEUR
              CALL 'API8NUMO' USING NUMO-ZONE
              IF NUMO-CODE-RETOUR NOT = '0'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR NUMEROTATION - REESSAYEZ' TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE NUMO-VALEUR TO WS-ID-RESERVATION
              EXEC SQL
                 INSERT INTO API8.RESERVESPECES
                    (ID_RESERVATION, ID_CLIENT, ID_COMPTE,
                     CODE_AGENCE, DATE_RETRAIT, MONTANT,
                     STATUT_RES, DATE_RESERVATION)
                 VALUES
                    (:WS-ID-RESERVATION, :WS-COMMUNICATION-AREA,
                     :WS-ID-COMPTE-RES, :WS-CODE-AGENCE-RES,
                     :WS-DATE-RETRAIT, :WS-MONTANT-RES,
                     'R', :WS-DATE-COMPTABLE)
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-AUDIT-EVENEMENT
                 STRING 'RESERVE ESPECES ' WS-CODE-AGENCE-RES
                    DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT
                 PERFORM 1500-TRACER-AUDIT
                 MOVE WS-ID-RESERVATION TO WS-ID-RES-EDIT
                 MOVE SPACES TO MESRESO
                 STRING 'RETRAIT RESERVE SOUS LE NUMERO '
                    WS-ID-RES-EDIT
                    DELIMITED BY SIZE INTO MESRESO
                 MOVE SPACES TO CPTRESO AGERESO DATRESO MONRESO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR ENREGISTREMENT RESERVATION' TO MESRESO
              END-IF
           END-IF.

       1310-LIRE-PARAMETRES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-RESERVE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_RESERVE_ESPECES'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 3000 TO WS-SEUIL-RESERVE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-RESERVE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_RESERVE_ESPECES'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 2 TO WS-DELAI-RESERVE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-HORIZON-RESERVE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'HORIZON_RESERVE_ESPECES'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-HORIZON-RESERVE
           END-IF.
           MOVE 0 TO SQLCODE.

       1320-CONTROLER-COMPTE.
      *    Memes refus que le service de retrait API8SRTR : compte
      *    cloture ou en desherence, succession, livret reglemente
           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE SPACES TO WS-TYPE-COMPTE.
           EXEC SQL
              SELECT ID_CLIENT, SOLDE, VALUE(STATUT, ' '),
                     VALUE(TYPE_COMPTE, 'STD'),
                     VALUE(CODE_AGENCE, ' ')
              INTO :WS-ID-TITULAIRE, :WS-SOLDE-COMPTE,
                   :WS-STATUT-COMPTE, :WS-TYPE-COMPTE,
                   :WS-CODE-AGENCE-RES
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-RES
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE INCONNU OU NON TITULAIRE' TO MESRESO
              WHEN WS-ID-TITULAIRE NOT = WS-COMMUNICATION-AREA
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE INCONNU OU NON TITULAIRE' TO MESRESO
              WHEN WS-STATUT-COMPTE = 'C'
              WHEN WS-STATUT-COMPTE = 'D'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE CLOTURE' TO MESRESO
              WHEN WS-STATUT-COMPTE = 'S'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE EN SUCCESSION - RETRAIT REFUSE'
                    TO MESRESO
              WHEN WS-TYPE-COMPTE = 'LIV'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'LIVRET : RETRAIT PAR VIREMENT SEULEMENT'
                    TO MESRESO
           END-EVALUATE.

       1330-CONTROLER-AGENCE.
      *    Agence a blanc : celle du compte ; l'agence choisie doit
      *    etre ouverte pour recevoir la commande d'especes
           IF AGERESI NOT = SPACES AND AGERESI NOT = LOW-VALUES
              MOVE AGERESI TO WS-CODE-AGENCE-RES
           END-IF.

           MOVE SPACE TO WS-STATUT-AGENCE.
           EXEC SQL
              SELECT STATUT_AGENCE
              INTO :WS-STATUT-AGENCE
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-CODE-AGENCE-RES
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-STATUT-AGENCE NOT = 'O'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AGENCE INCONNUE OU FERMEE' TO MESRESO
           END-IF.

       1340-CONTROLER-DATE.
      *    Date reelle, ouvree, dans la fenetre de reservation
           MOVE DATRESI TO WS-DATE-SAISIE.
           IF WS-SAISIE-MM < 1 OR WS-SAISIE-MM > 12
              OR WS-SAISIE-JJ < 1 OR WS-SAISIE-JJ > 31
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'DATE DE RETRAIT INVALIDE' TO MESRESO
           ELSE
              COMPUTE WS-ENTIER-RETRAIT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-SAISIE-N)
              COMPUTE WS-DATE-CONTROLE =
                 FUNCTION DATE-OF-INTEGER(WS-ENTIER-RETRAIT)
              IF WS-DATE-CONTROLE NOT = WS-DATE-SAISIE-N
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DATE DE RETRAIT INVALIDE' TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA
              COMPUTE WS-ENTIER-JOUR =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              IF WS-ENTIER-RETRAIT < WS-ENTIER-JOUR + WS-DELAI-RESERVE
                 OR WS-ENTIER-RETRAIT >
                    WS-ENTIER-JOUR + WS-HORIZON-RESERVE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DATE HORS DE LA FENETRE DE RESERVATION'
                    TO MESRESO
              END-IF
           END-IF.

      *    Jour de semaine : l'entier 1 (01/01/1601) etait un lundi,
      *    reste 6 = samedi, reste 0 = dimanche
           IF VALID-DATA
              DIVIDE WS-ENTIER-RETRAIT BY 7
                 GIVING WS-QUOT-JS
                 REMAINDER WS-RESTE-JS
              IF WS-RESTE-JS = 6 OR WS-RESTE-JS = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'AGENCE FERMEE LE WEEK-END' TO MESRESO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE WS-DATE-SAISIE TO WS-DATE-RETRAIT
              MOVE 0 TO WS-NB-FERIES
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-FERIES
                 FROM API8.CALENDRIER
                 WHERE DATE_CAL = :WS-DATE-RETRAIT
                   AND TYPE_JOUR = 'F'
              END-EXEC
              IF WS-NB-FERIES > 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'JOUR FERIE - AGENCE FERMEE' TO MESRESO
              END-IF
           END-IF.

       1350-ANNULER-RESERVATION.
      *    Seule une reservation du client encore en cours s'annule ;
      *    le montant redevient disponible, la ligne reste au
      *    registre
           MOVE NUMRESI TO WS-ID-RES-EDIT.
           MOVE WS-ID-RES-EDIT TO WS-ID-RESERVATION.
           MOVE SPACES TO WS-CODE-AGENCE-RES.

           EXEC SQL
              SELECT CODE_AGENCE
              INTO :WS-CODE-AGENCE-RES
              FROM API8.RESERVESPECES
              WHERE ID_RESERVATION = :WS-ID-RESERVATION
                AND ID_CLIENT = :WS-COMMUNICATION-AREA
                AND STATUT_RES = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AUCUNE RESERVATION EN COURS SOUS CE NUMERO'
                 TO MESRESO
           ELSE
              PERFORM 1950-LIRE-DATE-COMPTABLE
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET STATUT_RES = 'A',
                     DATE_CLOTURE_RES = :WS-DATE-COMPTABLE
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION
                   AND ID_CLIENT = :WS-COMMUNICATION-AREA
                   AND STATUT_RES = 'R'
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-AUDIT-EVENEMENT
                 STRING 'ANNUL RESERVE ESPECES ' WS-CODE-AGENCE-RES
                    DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT
                 PERFORM 1500-TRACER-AUDIT
                 MOVE 'RESERVATION ANNULEE - MONTANT LIBERE'
                    TO MESRESO
                 MOVE SPACES TO NUMRESO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR ANNULATION RESERVATION' TO MESRESO
              END-IF
           END-IF.

       1370-CALCULER-DISPONIBLE.
      *    Solde comptable moins credits a date de valeur future,
      *    autorisations carte actives, saisies, encours de carte a
      *    debit differe et reservations d'especes deja en cours ;
      *    pas de decouvert pour une reservation
           MOVE ZERO TO WS-CREDITS-NON-VALEUR.
           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-CREDITS-NON-VALEUR :WS-NULL-INDICATOR
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-RES
                AND TYPE_OP IN ('D', 'E', 'I')
                AND ANNULE NOT = 'Y'
                AND DATE_VALEUR > :WS-DATE-COMPTABLE
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE ZERO TO WS-CREDITS-NON-VALEUR
           END-IF.

           MOVE ZERO TO WS-RESERVATIONS-CARTE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVATIONS-CARTE :WS-NULL-INDICATOR
              FROM API8.AUTORISATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-RES
                AND STATUT_AUT = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE ZERO TO WS-RESERVATIONS-CARTE
           END-IF.

           MOVE ZERO TO WS-MONTANT-SAISI.
           EXEC SQL
              SELECT SUM(MONTANT_BLOQUE)
              INTO :WS-MONTANT-SAISI :WS-NULL-INDICATOR
              FROM API8.SAISIE
              WHERE ID_COMPTE = :WS-ID-COMPTE-RES
                AND STATUT_SAISIE IN ('A', 'C')
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE ZERO TO WS-MONTANT-SAISI
           END-IF.

           MOVE ZERO TO WS-ENCOURS-DIFFERE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-ENCOURS-DIFFERE :WS-NULL-INDICATOR
              FROM API8.ENCOURSCARTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-RES
                AND STATUT_ENC = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE ZERO TO WS-ENCOURS-DIFFERE
           END-IF.

           MOVE ZERO TO WS-RESERVES-ESPECES.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVES-ESPECES :WS-NULL-INDICATOR
              FROM API8.RESERVESPECES
              WHERE ID_COMPTE = :WS-ID-COMPTE-RES
                AND STATUT_RES = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE ZERO TO WS-RESERVES-ESPECES
           END-IF.

           COMPUTE WS-SOLDE-DISPONIBLE =
              WS-SOLDE-COMPTE - WS-CREDITS-NON-VALEUR
              - WS-RESERVATIONS-CARTE - WS-MONTANT-SAISI
              - WS-ENCOURS-DIFFERE - WS-RESERVES-ESPECES.
           MOVE 0 TO SQLCODE.

       1500-TRACER-AUDIT.
      *    Meme idiome MAX(ID)+1 et meme table que 1350-TRACER-AUDIT
      *    du menu API8BM1P
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
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-COMMUNICATION-AREA, 'API8RESE',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1950-LIRE-DATE-COMPTABLE.
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

       2000-AFFICHER-RESERVATIONS.
      *    Les reservations du client, en cours d'abord puis les plus
      *    recentes
           MOVE SPACES TO LRES01O LRES02O LRES03O LRES04O LRES05O.
           MOVE 0 TO WS-NB-LIGNES.

           EXEC SQL
              DECLARE CRESERVE CURSOR FOR
              SELECT ID_RESERVATION, ID_COMPTE, CODE_AGENCE,
                     DATE_RETRAIT, MONTANT, STATUT_RES
              FROM API8.RESERVESPECES
              WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
              ORDER BY CASE WHEN STATUT_RES = 'R' THEN 0 ELSE 1 END,
                       ID_RESERVATION DESC
           END-EXEC.

           EXEC SQL
              OPEN CRESERVE
           END-EXEC.

           PERFORM 2100-CHARGER-LIGNE
              UNTIL WS-NB-LIGNES >= 5
                 OR SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRESERVE
           END-EXEC.

           IF MESRESO = SPACES OR MESRESO = LOW-VALUES
              IF WS-NB-LIGNES = 0
                 MOVE 'AUCUNE RESERVATION ENREGISTREE' TO MESRESO
              ELSE
                 MOVE 'R = RESERVER   A = ANNULER' TO MESRESO
              END-IF
           END-IF.

       2100-CHARGER-LIGNE.
           EXEC SQL
              FETCH CRESERVE
              INTO :WS-ID-RESERVATION, :WS-ID-COMPTE-RES,
                   :WS-CODE-AGENCE-RES, :WS-DATE-RETRAIT,
                   :WS-MONTANT-RES, :WS-STATUT-CUR
           END-EXEC.

           IF SQLCODE = 0
              EVALUATE WS-STATUT-CUR
                 WHEN 'R'
                    MOVE 'RESERVEE' TO WS-ETAT-EDIT
                 WHEN 'P'
                    MOVE 'RETIREE' TO WS-ETAT-EDIT
                 WHEN 'L'
                    MOVE 'LIBEREE' TO WS-ETAT-EDIT
                 WHEN OTHER
                    MOVE 'ANNULEE' TO WS-ETAT-EDIT
              END-EVALUATE
              MOVE WS-ID-RESERVATION TO WS-ID-RES-EDIT
              MOVE WS-ID-COMPTE-RES TO WS-ID-COMPTE-EDIT
              MOVE WS-MONTANT-RES TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RES
              STRING WS-ID-RES-EDIT ' '
                     WS-ID-COMPTE-EDIT ' '
                     WS-CODE-AGENCE-RES ' '
                     WS-DATE-RETRAIT ' '
                     WS-MONTANT-EDIT ' '
                     WS-ETAT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RES
              ADD 1 TO WS-NB-LIGNES
              EVALUATE WS-NB-LIGNES
                 WHEN 1
                    MOVE WS-LIGNE-RES TO LRES01O
                 WHEN 2
                    MOVE WS-LIGNE-RES TO LRES02O
                 WHEN 3
                    MOVE WS-LIGNE-RES TO LRES03O
                 WHEN 4
                    MOVE WS-LIGNE-RES TO LRES04O
                 WHEN 5
                    MOVE WS-LIGNE-RES TO LRES05O
              END-EVALUATE
           END-IF.

       1400-SEND-ECRAN-RESE.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('RESE1')
                      MAPSET ('APNSE42')
                      FROM(RESE1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('RESE1')
                      MAPSET ('APNSE42')
                      FROM(RESE1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('RESE1')
                      MAPSET ('APNSE42')
                      FROM(RESE1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
