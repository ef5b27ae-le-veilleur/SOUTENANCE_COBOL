       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8COTC.
      *===============================================================
      *    BATCH DE FACTURATION DES COTISATIONS ANNUELLES DE CARTE
      *    La carte n'etait refacturee qu'au travers du forfait
      *    API8FRFM : un client sans forfait gardait sa carte sans
      *    rien payer alors que sa fabrication (API8CARD/API8CRET)
      *    est a la charge de la banque.
      *    Le tarif depend du type de carte, lu sur les reglages du
      *    client (API8.REGLAGECARTE.MODE_DEBIT, API8CARP) :
      *       'I' carte a debit immediat (repli sans reglage)
      *       'D' carte a debit differe
      *    et se tient sur le catalogue API8.TARIFCARTE.
      *    SYSIN, une carte :
      *       'TARI t montant(7) libelle(20)'
      *          cree ou modifie le tarif du type de carte t ; le
      *          montant annuel se saisit sur sept chiffres dont deux
      *          decimales (0004500 = 45,00)
      *       'LIST'
      *          liste le catalogue des tarifs
      *       carte blanche
      *          en chaine mensuelle, facture les cotisations dont
      *          l'anniversaire est tombe depuis le dernier passage
      *    Le cycle de facturation part de la premiere carte produite
      *    du client (API8.DEMCARTE, statut 'P' ou 'E', date de
      *    production posee par API8CRET) et se renouvelle a chaque
      *    anniversaire de cette date : une carte de remplacement
      *    (opposition API8OPPO, perte, renouvellement API8CARN) ne
      *    relance pas le cycle. Une echeance n'est facturee que si
      *    elle tombe dans les DELAI_RATTRAPAGE_COTIS derniers jours
      *    (parametre, repli 31 : un passage mensuel manque est
      *    rattrape au suivant, un cycle ancien n'est jamais facture
      *    a retardement), et une seule fois par client et par cycle.
      *       - le compte facture est le premier compte courant
      *         ouvert du client (MIN(ID_COMPTE), hors livret 'LIV',
      *         compte cloture, bloque ou en succession) ; sans
      *         compte ouvert la cotisation n'est pas facturee
      *       - un forfait actif du client dont le catalogue
      *         API8.FORFAIT inclut la carte (CARTE_INCLUSE = 'Y')
      *         exonere la cotisation : le cycle est enregistre
      *         exonere (statut 'X'), sans operation
      *       - sinon le compte est debite, sans garde de solde comme
      *         les forfaits API8FRFM, par une operation TYPE_OP 'F'
      *    Chaque cycle est tenu sur API8.COTISCARTE (compte, type de
      *    carte, debut et fin du cycle, montant, operation) ; la
      *    cloture du compte facture par API8CLOT rembourse le
      *    prorata non consomme et passe le cycle en statut 'R'.
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

           EXEC SQL
              INCLUDE OPE
           END-EXEC.

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ACTION            PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-DETAIL            PIC X(75).
           05  WS-PARAM-TARIF REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-TYPE-CARTE    PIC X(1).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-MONTANT       PIC X(7).
               10  WS-PARAM-MONTANT-N REDEFINES WS-PARAM-MONTANT
                                          PIC 9(5)V99.
               10  FILLER                 PIC X(1).
               10  WS-PARAM-LIBELLE       PIC X(20).
               10  FILLER                 PIC X(45).

      *    Catalogue des tarifs par type de carte
       01  WS-TYPE-CARTE              PIC X(1).
       01  WS-LIBELLE-CARTE           PIC X(20).
       01  WS-COTISATION              PIC S9(5)V99 COMP-3.

      *    Client facture : premiere carte produite et cycle en cours
       01  WS-ID-CLIENT               PIC S9(9) COMP.
       01  WS-ID-COMPTE-FACT          PIC S9(9) COMP.
       01  WS-MIN-NULL-IND            PIC S9(4) COMP.
       01  WS-CODE-FORFAIT            PIC X(4).
       01  WS-FORF-NULL-IND           PIC S9(4) COMP.
       01  WS-NB-EXISTANT             PIC S9(9) COMP.
       01  WS-STATUT-COT              PIC X(1).
       01  WS-ID-COTISATION           PIC S9(9) COMP.
       01  WS-ID-OPERATION-COT        PIC S9(9) COMP.

       01  WS-DATE-ANCRE              PIC X(8).
       01  WS-ANCRE-DECOUPEE REDEFINES WS-DATE-ANCRE.
           05  WS-ANCRE-AAAA          PIC 9(4).
           05  WS-ANCRE-MMJJ          PIC X(4).
       01  WS-DATE-DEBUT-CYCLE        PIC X(8).
       01  WS-DEBUT-DECOUPEE REDEFINES WS-DATE-DEBUT-CYCLE.
           05  WS-DEBUT-AAAA          PIC 9(4).
           05  WS-DEBUT-MMJJ          PIC X(4).
       01  WS-DATE-FIN-CYCLE          PIC X(8).
       01  WS-FIN-DECOUPEE REDEFINES WS-DATE-FIN-CYCLE.
           05  WS-FIN-AAAA            PIC 9(4).
           05  WS-FIN-MMJJ            PIC X(4).
       01  WS-COMPTABLE-DECOUPEE.
           05  WS-COMPTABLE-AAAA      PIC 9(4).
           05  WS-COMPTABLE-MMJJ      PIC X(4).

      *    Fenetre de facturation, en jours
       01  WS-DELAI-RATTRAPAGE        PIC S9(5) COMP-3.
       01  WS-DATE-COMPTABLE-NUM      PIC 9(8).
       01  WS-DATE-DEBUT-NUM          PIC 9(8).
       01  WS-ENTIER-JOUR             PIC S9(9) COMP.
       01  WS-ENTIER-DEBUT            PIC S9(9) COMP.
       01  WS-NB-JOURS                PIC S9(9) COMP.

       01  WS-ECHEANCE-SW             PIC X VALUE 'N'.
           88 ECHEANCE-A-FACTURER           VALUE 'Y'.

       01  WS-LIBELLE-OP              PIC X(30).
       01  WS-MONTANT-EDIT            PIC -(7)9,99.
       01  WS-ID-CLIENT-EDIT          PIC 9(9).
       01  WS-ID-COMPTE-EDIT          PIC 9(9).

       01  WS-NB-CLIENTS              PIC 9(7) VALUE 0.
       01  WS-NB-ECHUES               PIC 9(7) VALUE 0.
       01  WS-NB-FACTUREES            PIC 9(7) VALUE 0.
       01  WS-NB-EXONEREES            PIC 9(7) VALUE 0.
       01  WS-NB-SANS-COMPTE          PIC 9(7) VALUE 0.
       01  WS-NB-SANS-TARIF           PIC 9(7) VALUE 0.
       01  WS-TOTAL-FACTURE           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-EDIT              PIC -(10)9,99.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8CATR
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

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

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           EVALUATE WS-PARAM-ACTION
              WHEN 'TARI'
                 PERFORM 5000-ECRIRE-TARIF
                    THRU 5000-ECRIRE-TARIF-EXIT
              WHEN 'LIST'
                 PERFORM 6000-LISTER-TARIFS
                    THRU 6000-LISTER-TARIFS-EXIT
              WHEN SPACES
                 PERFORM 0500-LIRE-PARAMETRES
                    THRU 0500-LIRE-PARAMETRES-EXIT
                 PERFORM 0600-FACTURER-COTISATIONS
                    THRU 0600-FACTURER-COTISATIONS-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : TARI / LIST / BLANC'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0600-FACTURER-COTISATIONS.
           MOVE WS-DATE-COMPTABLE TO WS-COMPTABLE-DECOUPEE.
           MOVE WS-DATE-COMPTABLE TO WS-DATE-COMPTABLE-NUM.
           COMPUTE WS-ENTIER-JOUR =
              FUNCTION INTEGER-OF-DATE(WS-DATE-COMPTABLE-NUM).

           DISPLAY '=============================================='
           DISPLAY '*   FACTURATION DES COTISATIONS DE CARTE      *'
           DISPLAY '*   JOURNEE COMPTABLE : ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

      *    Date d'ancrage du cycle : premiere carte produite du
      *    client, toutes demandes confondues (les lignes anterieures
      *    a la date de production sont lues sur DATE_ETAT)
           EXEC SQL
              DECLARE CCARTES CURSOR FOR
              SELECT ID_CLIENT,
                     MIN(VALUE(DATE_PRODUCTION, DATE_ETAT))
              FROM API8.DEMCARTE
              WHERE STATUT IN ('P', 'E')
              GROUP BY ID_CLIENT
              ORDER BY ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CCARTES
           END-EXEC.

           PERFORM 1000-TRAITER-CLIENT
              THRU 1000-TRAITER-CLIENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCARTES
           END-EXEC.

       0600-FACTURER-COTISATIONS-EXIT.
           EXIT.

       1000-TRAITER-CLIENT.
           EXEC SQL
              FETCH CCARTES
              INTO :WS-ID-CLIENT, :WS-DATE-ANCRE
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-CLIENTS
              PERFORM 1100-CALCULER-CYCLE
                 THRU 1100-CALCULER-CYCLE-EXIT
              IF ECHEANCE-A-FACTURER
                 PERFORM 1200-FACTURER-CLIENT
                    THRU 1200-FACTURER-CLIENT-EXIT
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

       1000-TRAITER-CLIENT-EXIT.
           EXIT.

       1100-CALCULER-CYCLE.
      *    Dernier anniversaire de l'ancrage atteint a la date
      *    comptable ; un ancrage au 29 fevrier tombe le 28 les
      *    autres annees, comme les echeances de coffres API8COFB
           MOVE 'N' TO WS-ECHEANCE-SW.

           MOVE WS-DATE-ANCRE TO WS-DATE-DEBUT-CYCLE.
           MOVE WS-COMPTABLE-AAAA TO WS-DEBUT-AAAA.
           PERFORM 1150-AJUSTER-FEVRIER
              THRU 1150-AJUSTER-FEVRIER-EXIT.
           IF WS-DATE-DEBUT-CYCLE > WS-DATE-COMPTABLE
              SUBTRACT 1 FROM WS-DEBUT-AAAA
              PERFORM 1150-AJUSTER-FEVRIER
                 THRU 1150-AJUSTER-FEVRIER-EXIT
           END-IF.

      *    Carte produite apres la journee : pas encore de cycle
           IF WS-DATE-DEBUT-CYCLE < WS-DATE-ANCRE
              GO TO 1100-CALCULER-CYCLE-EXIT
           END-IF.

           MOVE WS-DATE-DEBUT-CYCLE TO WS-DATE-DEBUT-NUM.
           COMPUTE WS-ENTIER-DEBUT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM).
           COMPUTE WS-NB-JOURS = WS-ENTIER-JOUR - WS-ENTIER-DEBUT.
           IF WS-NB-JOURS > WS-DELAI-RATTRAPAGE
              GO TO 1100-CALCULER-CYCLE-EXIT
           END-IF.

           MOVE WS-DATE-DEBUT-CYCLE TO WS-DATE-FIN-CYCLE.
           ADD 1 TO WS-FIN-AAAA.
           IF WS-FIN-MMJJ = '0229'
              MOVE '0228' TO WS-FIN-MMJJ
           END-IF.

      *    Un cycle ne se facture qu'une fois, quel qu'en soit le sort
      *    (facture, exonere ou deja rembourse)
           MOVE 0 TO WS-NB-EXISTANT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-EXISTANT
              FROM API8.COTISCARTE
              WHERE ID_CLIENT = :WS-ID-CLIENT
                AND DATE_DEBUT = :WS-DATE-DEBUT-CYCLE
           END-EXEC.
           IF WS-NB-EXISTANT = 0
              MOVE 'Y' TO WS-ECHEANCE-SW
           END-IF.

       1100-CALCULER-CYCLE-EXIT.
           EXIT.

       1150-AJUSTER-FEVRIER.
           IF WS-ANCRE-MMJJ = '0229'
              IF WS-DEBUT-AAAA = WS-ANCRE-AAAA
                 MOVE '0229' TO WS-DEBUT-MMJJ
              ELSE
                 MOVE '0228' TO WS-DEBUT-MMJJ
              END-IF
           END-IF.

       1150-AJUSTER-FEVRIER-EXIT.
           EXIT.

       1200-FACTURER-CLIENT.
           ADD 1 TO WS-NB-ECHUES.
           MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EDIT.

      *    Premier compte courant ouvert du client (MIN(ID_COMPTE),
      *    repli multi-comptes - un SELECT simple renverrait -811)
           MOVE 0 TO WS-ID-COMPTE-FACT.
           EXEC SQL
              SELECT MIN(ID_COMPTE)
              INTO :WS-ID-COMPTE-FACT :WS-MIN-NULL-IND
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT
                AND TYPE_COMPTE <> 'LIV'
                AND STATUT NOT IN ('C', 'S', 'D')
           END-EXEC.
           IF WS-MIN-NULL-IND = -1
              DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT
                 ' SANS COMPTE OUVERT - COTISATION NON FACTUREE'
              ADD 1 TO WS-NB-SANS-COMPTE
              GO TO 1200-FACTURER-CLIENT-EXIT
           END-IF.
           MOVE WS-ID-COMPTE-FACT TO WS-ID-COMPTE-EDIT.

      *    Type de carte : reglage du client, debit immediat par
      *    defaut comme API8AUTS
           MOVE 'I' TO WS-TYPE-CARTE.
           EXEC SQL
              SELECT VALUE(MODE_DEBIT, 'I')
              INTO :WS-TYPE-CARTE
              FROM API8.REGLAGECARTE
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'I' TO WS-TYPE-CARTE
           END-IF.

           EXEC SQL
              SELECT LIBELLE_CARTE, COTISATION_ANNUELLE
              INTO :WS-LIBELLE-CARTE, :WS-COTISATION
              FROM API8.TARIFCARTE
              WHERE TYPE_CARTE = :WS-TYPE-CARTE
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT
                 ' TARIF ABSENT POUR LA CARTE ' WS-TYPE-CARTE
                 ' - COTISATION NON FACTUREE'
              ADD 1 TO WS-NB-SANS-TARIF
              GO TO 1200-FACTURER-CLIENT-EXIT
           END-IF.

      *    Forfait actif du client incluant la carte : exoneration
           EXEC SQL
              SELECT MIN(A.CODE_FORFAIT)
              INTO :WS-CODE-FORFAIT :WS-FORF-NULL-IND
              FROM API8.ABOFORFAIT A, API8.FORFAIT F,
                   API8.COMPTE C
              WHERE A.CODE_FORFAIT = F.CODE_FORFAIT
                AND A.ACTIF = 'Y'
                AND VALUE(F.CARTE_INCLUSE, 'N') = 'Y'
                AND C.ID_COMPTE = A.ID_COMPTE
                AND C.ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.

           MOVE WS-COTISATION TO WS-MONTANT-EDIT.
           IF WS-FORF-NULL-IND = -1
              MOVE SPACES TO WS-CODE-FORFAIT
              PERFORM 1300-DEBITER-COTISATION
                 THRU 1300-DEBITER-COTISATION-EXIT
              MOVE 'F' TO WS-STATUT-COT
              ADD 1 TO WS-NB-FACTUREES
              ADD WS-COTISATION TO WS-TOTAL-FACTURE
              DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT
                 ' COMPTE ' WS-ID-COMPTE-EDIT
                 ' CARTE ' WS-TYPE-CARTE
                 ' CYCLE ' WS-DATE-DEBUT-CYCLE '-' WS-DATE-FIN-CYCLE
                 ' COTISATION ' WS-MONTANT-EDIT
           ELSE
              MOVE 0 TO WS-ID-OPERATION-COT
              MOVE 'X' TO WS-STATUT-COT
              ADD 1 TO WS-NB-EXONEREES
              DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT
                 ' COMPTE ' WS-ID-COMPTE-EDIT
                 ' CARTE ' WS-TYPE-CARTE
                 ' CYCLE ' WS-DATE-DEBUT-CYCLE '-' WS-DATE-FIN-CYCLE
                 ' EXONEREE FORFAIT ' WS-CODE-FORFAIT
           END-IF.

           PERFORM 1400-ENREGISTRER-CYCLE
              THRU 1400-ENREGISTRER-CYCLE-EXIT.

       1200-FACTURER-CLIENT-EXIT.
           EXIT.

       1300-DEBITER-COTISATION.
      *    Debit sans garde de solde, comme la facturation API8FRFM
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-COTISATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-FACT
           END-EXEC.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION-COT.

           MOVE WS-ID-COMPTE-FACT TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-COTISATION TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'COTIS. CARTE ' WS-LIBELLE-CARTE
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                 DATE_COMPTABLE,
                  LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

       1300-DEBITER-COTISATION-EXIT.
           EXIT.

       1400-ENREGISTRER-CYCLE.
           MOVE 'COTISCARTE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO COTISATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-COTISATION.

           EXEC SQL
              INSERT INTO API8.COTISCARTE
                 (ID_COTISATION, ID_CLIENT, ID_COMPTE, TYPE_CARTE,
                  DATE_DEBUT, DATE_FIN, MONTANT, STATUT_COT,
                  CODE_FORFAIT, ID_OPERATION, MONTANT_REMBOURSE,
                  DATE_CREATION)
              VALUES
                 (:WS-ID-COTISATION, :WS-ID-CLIENT,
                  :WS-ID-COMPTE-FACT, :WS-TYPE-CARTE,
                  :WS-DATE-DEBUT-CYCLE, :WS-DATE-FIN-CYCLE,
                  :WS-COTISATION, :WS-STATUT-COT,
                  :WS-CODE-FORFAIT, :WS-ID-OPERATION-COT, 0,
                  :WS-DATE-COMPTABLE)
           END-EXEC.

       1400-ENREGISTRER-CYCLE-EXIT.
           EXIT.

       5000-ECRIRE-TARIF.
           IF WS-PARAM-TYPE-CARTE NOT = 'I'
              AND WS-PARAM-TYPE-CARTE NOT = 'D'
              DISPLAY 'TYPE DE CARTE ADMIS : I / D'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF WS-PARAM-MONTANT IS NOT NUMERIC
              DISPLAY 'MONTANT SUR 7 CHIFFRES OBLIGATOIRE : '
                 WS-PARAM-MONTANT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF WS-PARAM-LIBELLE = SPACES
              DISPLAY 'LIBELLE DE CARTE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE WS-PARAM-TYPE-CARTE TO WS-TYPE-CARTE.
           MOVE WS-PARAM-MONTANT-N TO WS-COTISATION.
           MOVE WS-PARAM-LIBELLE TO WS-LIBELLE-CARTE.

           EXEC SQL
              UPDATE API8.TARIFCARTE
              SET LIBELLE_CARTE = :WS-LIBELLE-CARTE,
                  COTISATION_ANNUELLE = :WS-COTISATION,
                  DATE_MAJ = CURRENT DATE
              WHERE TYPE_CARTE = :WS-TYPE-CARTE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.TARIFCARTE
                    (TYPE_CARTE, LIBELLE_CARTE, COTISATION_ANNUELLE,
                     DATE_MAJ)
                 VALUES
                    (:WS-TYPE-CARTE, :WS-LIBELLE-CARTE,
                     :WS-COTISATION, CURRENT DATE)
              END-EXEC
              MOVE 'TARIF CARTE CREE' TO WS-AUDIT-EVENEMENT
           ELSE
              MOVE 'TARIF CARTE MODIFIE' TO WS-AUDIT-EVENEMENT
           END-IF.

           PERFORM 7000-TRACER-AUDIT
              THRU 7000-TRACER-AUDIT-EXIT.

           MOVE WS-COTISATION TO WS-MONTANT-EDIT.
           DISPLAY WS-AUDIT-EVENEMENT ' : ' WS-TYPE-CARTE ' '
              WS-LIBELLE-CARTE ' ' WS-MONTANT-EDIT.

       5000-ECRIRE-TARIF-EXIT.
           EXIT.

       6000-LISTER-TARIFS.
           DISPLAY '--- CATALOGUE DES COTISATIONS DE CARTE ---'.
           EXEC SQL
              DECLARE CTARIFS CURSOR FOR
              SELECT TYPE_CARTE, LIBELLE_CARTE, COTISATION_ANNUELLE
              FROM API8.TARIFCARTE
              ORDER BY TYPE_CARTE
           END-EXEC.

           EXEC SQL
              OPEN CTARIFS
           END-EXEC.

           PERFORM 6100-EDITER-TARIF
              THRU 6100-EDITER-TARIF-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CTARIFS
           END-EXEC.

       6000-LISTER-TARIFS-EXIT.
           EXIT.

       6100-EDITER-TARIF.
           EXEC SQL
              FETCH CTARIFS
              INTO :WS-TYPE-CARTE, :WS-LIBELLE-CARTE, :WS-COTISATION
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-COTISATION TO WS-MONTANT-EDIT
              DISPLAY WS-TYPE-CARTE ' ' WS-LIBELLE-CARTE ' '
                 WS-MONTANT-EDIT
           END-IF.

       6100-EDITER-TARIF-EXIT.
           EXIT.

       7000-TRACER-AUDIT.
      *    Evenement de referentiel : pas de client porteur
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
                 (:WS-ID-AUDIT, 0, 'API8COTC',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       7000-TRACER-AUDIT-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-RATTRAPAGE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_RATTRAPAGE_COTIS'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DELAI-RATTRAPAGE < 1
              MOVE 31 TO WS-DELAI-RATTRAPAGE
           END-IF.

       0500-LIRE-PARAMETRES-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8COTC', CURRENT DATE,
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
            MOVE WS-NB-CLIENTS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-FACTUREES + WS-NB-EXONEREES.
            COMPUTE WS-JRN-REJETES =
               WS-NB-SANS-COMPTE + WS-NB-SANS-TARIF.
            MOVE 0 TO WS-JRN-RC.
            IF WS-NB-SANS-TARIF > 0
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            MOVE WS-TOTAL-FACTURE TO WS-TOTAL-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8COTC        '
            DISPLAY '   CLIENTS PORTEURS     : ' WS-NB-CLIENTS
            DISPLAY '   CYCLES ECHUS         : ' WS-NB-ECHUES
            DISPLAY '   COTISATIONS DEBITEES : ' WS-NB-FACTUREES
            DISPLAY '   COTISATIONS EXONEREES: ' WS-NB-EXONEREES
            DISPLAY '   SANS COMPTE OUVERT   : ' WS-NB-SANS-COMPTE
            DISPLAY '   SANS TARIF           : ' WS-NB-SANS-TARIF
            DISPLAY '   TOTAL FACTURE        : ' WS-TOTAL-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-CLIENTS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-FACTUREES + WS-NB-EXONEREES.
            COMPUTE WS-JRN-REJETES =
               WS-NB-SANS-COMPTE + WS-NB-SANS-TARIF.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8COTC       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
