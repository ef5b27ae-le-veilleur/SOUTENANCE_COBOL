       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CONV.
      *===============================================================
      *    BATCH DE CONVERSION DE PRODUIT D'UN COMPTE
      *    Changer de produit (courant standard vers premium, courant
      *    vers epargne...) obligeait a cloturer le compte (API8CLOT)
      *    et a en rouvrir un autre (API8CPTN) : numero, historique
      *    et ordres permanents etaient perdus. La conversion change
      *    TYPE_COMPTE sur le meme ID_COMPTE a une date d'effet ; les
      *    regles produit d'API8.PARAMPROD, lues sur le TYPE_COMPTE
      *    du compte, s'appliquent ainsi des cette date.
      *    SYSIN, une carte :
      *       'DEMA compte(9) type(4) effet(8) forfait(4) operateur(8)'
      *          enregistre la demande sur API8.CONVPRODUIT (statut
      *          'A') ; date d'effet blanche = journee comptable, une
      *          date d'effet atteinte est appliquee aussitot. Le
      *          forfait est celui du produit cible (blanc = forfait
      *          en cours conserve, resilie pour un produit epargne)
      *       'ANNU numero(9)'
      *          annule une demande encore en attente (statut 'N')
      *       carte blanche
      *          en chaine du matin, applique les demandes en attente
      *          dont la date d'effet est atteinte
      *    Eligibilite, controlee a la demande puis a nouveau a
      *    l'application (refus : statut 'R' et motif), selon le
      *    produit cible (API8.PARAMPROD, valeur 1 = oui ; replis :
      *    oui pour le livret 'LIV', non sinon) :
      *       EPARGNE          pas de solde negatif
      *       CARTE_INTERDITE  pas de carte active (carte non mise
      *                        en opposition, ou encours de debit
      *                        differe non debite)
      *       MANDAT_INTERDIT  pas de mandat de prelevement actif
      *    et un seul livret 'LIV' par client, comme API8CPTN. Vers
      *    le livret, sont aussi refuses un solde au-dela du plafond
      *    legal PLAFOND_LIVRET (API8.PARAMETRE, repli 22950, meme
      *    regle qu'API8SDEP) et le premier compte du client
      *    (MIN(ID_COMPTE)), compte principal de la carte et de la
      *    session API8BM1P.
      *    Proratisation : le forfait quitte (API8.ABOFORFAIT) est
      *    facture au prorata des jours du mois ecoules avant la date
      *    d'effet (operation TYPE_OP 'F') ; le nouveau forfait est
      *    facture par API8FRFM au prorata des jours restants, et les
      *    frais de tenue de compte API8FMNT du mois sont partages
      *    entre les deux produits au prorata des jours.
      *    Chaque conversion est tracee sur API8.CONVPRODUIT (ancien
      *    et nouveau produit, ancien et nouveau forfait, prorata) et
      *    sur API8.AUDITLOG ; API8KPI en fait le compte mensuel.
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
           05  WS-PARAM-DEMANDE REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-ID-COMPTE     PIC X(9).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-TYPE          PIC X(4).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-DATE-EFFET    PIC X(8).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-FORFAIT       PIC X(4).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-OPERATEUR     PIC X(8).
               10  FILLER                 PIC X(38).
           05  WS-PARAM-ANNULATION REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-ID-CONV       PIC X(9).
               10  FILLER                 PIC X(66).

      *    Conversion traitee
       01  WS-ID-CONVERSION           PIC S9(9) COMP.
       01  WS-ID-COMPTE-CONV          PIC S9(9) COMP.
       01  WS-NOUVEAU-TYPE            PIC X(4).
       01  WS-DATE-EFFET              PIC X(8).
       01  WS-FORFAIT-DEMANDE         PIC X(4).
       01  WS-ID-OPERATEUR            PIC X(8).
       01  WS-MOTIF-REFUS             PIC X(30).
       01  WS-NB-EN-ATTENTE           PIC S9(9) COMP.

      *    Compte converti
       01  WS-ID-CLIENT-CONV          PIC S9(9) COMP.
       01  WS-ANCIEN-TYPE             PIC X(4).
       01  WS-SOLDE-CONV              PIC S9(8)V99 COMP-3.
       01  WS-STATUT-COMPTE           PIC X(1).
       01  WS-CODE-CB-CONV            PIC S9(4) COMP.
       01  WS-CB-NULL-IND             PIC S9(4) COMP.

      *    Regles du produit cible (API8.PARAMPROD)
       01  WS-VALEUR-PARAM            PIC S9(8)V9(4) COMP-3.
       01  WS-EPARGNE-SW              PIC X VALUE 'N'.
           88 PRODUIT-EPARGNE               VALUE 'Y'.
       01  WS-CARTE-INTERDITE-SW      PIC X VALUE 'N'.
           88 CARTE-INTERDITE               VALUE 'Y'.
       01  WS-MANDAT-INTERDIT-SW      PIC X VALUE 'N'.
           88 MANDAT-INTERDIT               VALUE 'Y'.
       01  WS-NB-CONTROLE             PIC S9(9) COMP.
       01  WS-PLAFOND-LIVRET          PIC S9(8)V99 COMP-3.
       01  WS-ID-COMPTE-PRINCIPAL     PIC S9(9) COMP.
       01  WS-PRINC-NULL-IND          PIC S9(4) COMP.

      *    Forfaits quitte et obtenu, prorata du forfait quitte
       01  WS-ANCIEN-FORFAIT          PIC X(4).
       01  WS-NOUVEAU-FORFAIT         PIC X(4).
       01  WS-PRIX-ANCIEN-FORFAIT     PIC S9(5)V99 COMP-3.
       01  WS-MONTANT-PRORATA         PIC S9(8)V99 COMP-3.
       01  WS-LIBELLE-OP              PIC X(30).

      *    Jours du mois de la date d'effet
       01  WS-DATE-CALC.
           05  WS-CALC-AAAA           PIC 9(4).
           05  WS-CALC-MM             PIC 9(2).
           05  WS-CALC-JJ             PIC 9(2).
       01  WS-DATE-CALC-N REDEFINES WS-DATE-CALC PIC 9(8).
       01  WS-JOUR-DEB-MOIS           PIC S9(9) COMP.
       01  WS-JOUR-EFFET              PIC S9(9) COMP.
       01  WS-JOUR-DEB-MOIS-SUIV      PIC S9(9) COMP.
       01  WS-JOURS-MOIS              PIC S9(4) COMP.
       01  WS-JOURS-AVANT             PIC S9(4) COMP.

       01  WS-ID-CONVERSION-EDIT      PIC Z(8)9.
       01  WS-MONTANT-EDIT            PIC -(7)9,99.

       01  WS-NB-DEMANDES             PIC 9(7) VALUE 0.
       01  WS-NB-APPLIQUEES           PIC 9(7) VALUE 0.
       01  WS-NB-REFUSEES             PIC 9(7) VALUE 0.

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
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.
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
           DISPLAY '*   CONVERSION DE PRODUIT DES COMPTES         *'
           DISPLAY '*   JOURNEE COMPTABLE : ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           EVALUATE WS-PARAM-ACTION
              WHEN 'DEMA'
                 PERFORM 1000-ENREGISTRER-DEMANDE
                    THRU 1000-ENREGISTRER-DEMANDE-EXIT
              WHEN 'ANNU'
                 PERFORM 2000-ANNULER-DEMANDE
                    THRU 2000-ANNULER-DEMANDE-EXIT
              WHEN SPACES
                 PERFORM 3000-APPLIQUER-ECHUES
                    THRU 3000-APPLIQUER-ECHUES-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : DEMA / ANNU / BLANC'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-ENREGISTRER-DEMANDE.
           IF WS-PARAM-ID-COMPTE IS NOT NUMERIC
              DISPLAY 'NUMERO DE COMPTE NON NUMERIQUE : '
                 WS-PARAM-ID-COMPTE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-ID-COMPTE TO WS-ID-COMPTE-CONV.

           IF WS-PARAM-TYPE = SPACES
              DISPLAY 'PRODUIT CIBLE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-TYPE TO WS-NOUVEAU-TYPE.

      *    Pas de conversion retroactive : les frais et regles deja
      *    passes sur l'ancien produit ne sont pas rejoues
           IF WS-PARAM-DATE-EFFET = SPACES
              MOVE WS-DATE-COMPTABLE TO WS-DATE-EFFET
           ELSE
              IF WS-PARAM-DATE-EFFET IS NOT NUMERIC
                 DISPLAY 'DATE D''EFFET AAAAMMJJ NON NUMERIQUE : '
                    WS-PARAM-DATE-EFFET
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-DATE-EFFET TO WS-DATE-EFFET
              IF WS-DATE-EFFET < WS-DATE-COMPTABLE
                 DISPLAY 'DATE D''EFFET ANTERIEURE A LA JOURNEE : '
                    WS-DATE-EFFET
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           END-IF.

           MOVE WS-PARAM-FORFAIT TO WS-FORFAIT-DEMANDE.
           MOVE WS-PARAM-OPERATEUR TO WS-ID-OPERATEUR.

           PERFORM 1100-LIRE-COMPTE
              THRU 1100-LIRE-COMPTE-EXIT.

           IF WS-ANCIEN-TYPE = WS-NOUVEAU-TYPE
              DISPLAY 'LE COMPTE EST DEJA DU PRODUIT '
                 WS-NOUVEAU-TYPE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-NB-EN-ATTENTE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-EN-ATTENTE
              FROM API8.CONVPRODUIT
              WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
                AND STATUT_CONV = 'A'
           END-EXEC.
           IF WS-NB-EN-ATTENTE > 0
              DISPLAY 'CONVERSION DEJA EN ATTENTE SUR LE COMPTE : '
                 WS-ID-COMPTE-CONV
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 1200-CONTROLER-ELIGIBILITE
              THRU 1200-CONTROLER-ELIGIBILITE-EXIT.

           MOVE 'CONVPRODUIT' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO CONVERSION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-CONVERSION.
           ADD 1 TO WS-NB-DEMANDES.

      *    Une demande non eligible reste tracee avec son motif
           EXEC SQL
              INSERT INTO API8.CONVPRODUIT
                 (ID_CONVERSION, ID_COMPTE, ANCIEN_TYPE,
                  NOUVEAU_TYPE, DATE_EFFET, NOUVEAU_FORFAIT,
                  STATUT_CONV, MOTIF_REFUS, ID_OPERATEUR,
                  DATE_DEMANDE)
              VALUES
                 (:WS-ID-CONVERSION, :WS-ID-COMPTE-CONV,
                  :WS-ANCIEN-TYPE, :WS-NOUVEAU-TYPE, :WS-DATE-EFFET,
                  :WS-FORFAIT-DEMANDE, 'A', :WS-MOTIF-REFUS,
                  :WS-ID-OPERATEUR, CURRENT DATE)
           END-EXEC.

           MOVE WS-ID-CONVERSION TO WS-ID-CONVERSION-EDIT.
           IF WS-MOTIF-REFUS NOT = SPACES
              PERFORM 1300-REFUSER-CONVERSION
                 THRU 1300-REFUSER-CONVERSION-EXIT
              GO TO 1000-ENREGISTRER-DEMANDE-EXIT
           END-IF.

           MOVE 'CONVERSION PRODUIT DEMANDEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.
           DISPLAY 'CONVERSION ' WS-ID-CONVERSION-EDIT
              ' ENREGISTREE : COMPTE ' WS-ID-COMPTE-CONV
              ' ' WS-ANCIEN-TYPE ' -> ' WS-NOUVEAU-TYPE
              ' AU ' WS-DATE-EFFET.

      *    Date d'effet deja atteinte : application immediate
           IF WS-DATE-EFFET NOT > WS-DATE-COMPTABLE
              PERFORM 4000-APPLIQUER-CONVERSION
                 THRU 4000-APPLIQUER-CONVERSION-EXIT
           END-IF.

       1000-ENREGISTRER-DEMANDE-EXIT.
           EXIT.

       1100-LIRE-COMPTE.
           EXEC SQL
              SELECT ID_CLIENT, VALUE(TYPE_COMPTE, 'STD'), SOLDE,
                     VALUE(STATUT, ' '), CODE_CB
              INTO :WS-ID-CLIENT-CONV, :WS-ANCIEN-TYPE,
                   :WS-SOLDE-CONV, :WS-STATUT-COMPTE,
                   :WS-CODE-CB-CONV :WS-CB-NULL-IND
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'COMPTE INCONNU : ' WS-ID-COMPTE-CONV
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF WS-ANCIEN-TYPE = SPACES
              MOVE 'STD' TO WS-ANCIEN-TYPE
           END-IF.

       1100-LIRE-COMPTE-EXIT.
           EXIT.

       1200-CONTROLER-ELIGIBILITE.
      *    Le premier motif de refus rencontre est retenu
           MOVE SPACES TO WS-MOTIF-REFUS.

           IF WS-STATUT-COMPTE = 'C'
              MOVE 'COMPTE CLOTURE' TO WS-MOTIF-REFUS
              GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
           END-IF.

           PERFORM 1250-LIRE-REGLES-PRODUIT
              THRU 1250-LIRE-REGLES-PRODUIT-EXIT.

           IF PRODUIT-EPARGNE AND WS-SOLDE-CONV < 0
              MOVE 'SOLDE NEGATIF' TO WS-MOTIF-REFUS
              GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
           END-IF.

      *    Carte active : carte du client non mise en opposition, ou
      *    achats a debit differe pas encore debites sur le compte
           IF CARTE-INTERDITE
              MOVE 0 TO WS-NB-CONTROLE
              IF WS-CB-NULL-IND NOT = -1
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-NB-CONTROLE
                    FROM API8.OPPOSITION
                    WHERE ID_CLIENT = :WS-ID-CLIENT-CONV
                      AND LEVEE = 'N'
                 END-EXEC
                 IF WS-NB-CONTROLE = 0
                    MOVE 'CARTE ACTIVE' TO WS-MOTIF-REFUS
                    GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
                 END-IF
              END-IF
              MOVE 0 TO WS-NB-CONTROLE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-CONTROLE
                 FROM API8.ENCOURSCARTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
                   AND STATUT_ENC = 'E'
              END-EXEC
              IF WS-NB-CONTROLE > 0
                 MOVE 'ENCOURS CARTE NON DEBITE' TO WS-MOTIF-REFUS
                 GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
              END-IF
           END-IF.

           IF MANDAT-INTERDIT
              MOVE 0 TO WS-NB-CONTROLE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-CONTROLE
                 FROM API8.MANDAT
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
                   AND ACTIF = 'Y'
              END-EXEC
              IF WS-NB-CONTROLE > 0
                 MOVE 'MANDAT DE PRELEVEMENT ACTIF' TO WS-MOTIF-REFUS
                 GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
              END-IF
           END-IF.

      *    Un seul livret reglemente par client (meme regle
      *    qu'API8CPTN)
           IF WS-NOUVEAU-TYPE = 'LIV'
              MOVE 0 TO WS-NB-CONTROLE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-CONTROLE
                 FROM API8.COMPTE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-CONV
                   AND ID_COMPTE NOT = :WS-ID-COMPTE-CONV
                   AND TYPE_COMPTE = 'LIV'
                   AND VALUE(STATUT, ' ') NOT = 'C'
              END-EXEC
              IF WS-NB-CONTROLE > 0
                 MOVE 'LIVRET DEJA DETENU' TO WS-MOTIF-REFUS
                 GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
              END-IF
           END-IF.

      *    Plafond legal du livret : le solde converti ne peut le
      *    depasser (seule la capitalisation des interets le
      *    franchit, API8LIVR)
           IF WS-NOUVEAU-TYPE = 'LIV'
              MOVE 22950 TO WS-PLAFOND-LIVRET
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-PLAFOND-LIVRET
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'PLAFOND_LIVRET'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 22950 TO WS-PLAFOND-LIVRET
              END-IF
              IF WS-SOLDE-CONV > WS-PLAFOND-LIVRET
                 MOVE 'SOLDE AU-DELA PLAFOND LIVRET' TO WS-MOTIF-REFUS
                 GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
              END-IF
           END-IF.

      *    Le premier compte du client porte la carte et ouvre la
      *    session (API8BM1P) : il ne devient pas un livret
           IF WS-NOUVEAU-TYPE = 'LIV'
              MOVE 0 TO WS-ID-COMPTE-PRINCIPAL
              EXEC SQL
                 SELECT MIN(ID_COMPTE)
                 INTO :WS-ID-COMPTE-PRINCIPAL :WS-PRINC-NULL-IND
                 FROM API8.COMPTE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-CONV
              END-EXEC
              IF SQLCODE = 0 AND WS-PRINC-NULL-IND NOT = -1
                 AND WS-ID-COMPTE-PRINCIPAL = WS-ID-COMPTE-CONV
                 MOVE 'PREMIER COMPTE DU CLIENT' TO WS-MOTIF-REFUS
                 GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
              END-IF
           END-IF.

           IF WS-FORFAIT-DEMANDE NOT = SPACES
              MOVE 0 TO WS-NB-CONTROLE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-CONTROLE
                 FROM API8.FORFAIT
                 WHERE CODE_FORFAIT = :WS-FORFAIT-DEMANDE
              END-EXEC
              IF WS-NB-CONTROLE = 0
                 MOVE 'FORFAIT INCONNU' TO WS-MOTIF-REFUS
                 GO TO 1200-CONTROLER-ELIGIBILITE-EXIT
              END-IF
           END-IF.

       1200-CONTROLER-ELIGIBILITE-EXIT.
           EXIT.

       1250-LIRE-REGLES-PRODUIT.
      *    Replis : le livret reglemente est un produit d'epargne
      *    sans carte ni prelevement (API8AUTH refuse deja la carte
      *    sur un livret) ; les autres produits n'ont pas de
      *    restriction tant qu'API8.PARAMPROD n'en porte pas
           IF WS-NOUVEAU-TYPE = 'LIV'
              MOVE 'Y' TO WS-EPARGNE-SW
              MOVE 'Y' TO WS-CARTE-INTERDITE-SW
              MOVE 'Y' TO WS-MANDAT-INTERDIT-SW
           ELSE
              MOVE 'N' TO WS-EPARGNE-SW
              MOVE 'N' TO WS-CARTE-INTERDITE-SW
              MOVE 'N' TO WS-MANDAT-INTERDIT-SW
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMPROD
              WHERE TYPE_COMPTE = :WS-NOUVEAU-TYPE
                AND CODE_PARAM = 'EPARGNE'
           END-EXEC.
           IF SQLCODE = 0
              IF WS-VALEUR-PARAM = 1
                 MOVE 'Y' TO WS-EPARGNE-SW
              ELSE
                 MOVE 'N' TO WS-EPARGNE-SW
              END-IF
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMPROD
              WHERE TYPE_COMPTE = :WS-NOUVEAU-TYPE
                AND CODE_PARAM = 'CARTE_INTERDITE'
           END-EXEC.
           IF SQLCODE = 0
              IF WS-VALEUR-PARAM = 1
                 MOVE 'Y' TO WS-CARTE-INTERDITE-SW
              ELSE
                 MOVE 'N' TO WS-CARTE-INTERDITE-SW
              END-IF
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMPROD
              WHERE TYPE_COMPTE = :WS-NOUVEAU-TYPE
                AND CODE_PARAM = 'MANDAT_INTERDIT'
           END-EXEC.
           IF SQLCODE = 0
              IF WS-VALEUR-PARAM = 1
                 MOVE 'Y' TO WS-MANDAT-INTERDIT-SW
              ELSE
                 MOVE 'N' TO WS-MANDAT-INTERDIT-SW
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       1250-LIRE-REGLES-PRODUIT-EXIT.
           EXIT.

       1300-REFUSER-CONVERSION.
           EXEC SQL
              UPDATE API8.CONVPRODUIT
              SET STATUT_CONV = 'R',
                  MOTIF_REFUS = :WS-MOTIF-REFUS,
                  DATE_APPLICATION = CURRENT DATE
              WHERE ID_CONVERSION = :WS-ID-CONVERSION
           END-EXEC.

           ADD 1 TO WS-NB-REFUSEES.
           MOVE 'CONVERSION PRODUIT REFUSEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.
           DISPLAY 'CONVERSION ' WS-ID-CONVERSION-EDIT
              ' REFUSEE : COMPTE ' WS-ID-COMPTE-CONV
              ' VERS ' WS-NOUVEAU-TYPE ' - ' WS-MOTIF-REFUS.

       1300-REFUSER-CONVERSION-EXIT.
           EXIT.

       2000-ANNULER-DEMANDE.
           IF WS-PARAM-ID-CONV IS NOT NUMERIC
              DISPLAY 'NUMERO DE CONVERSION NON NUMERIQUE : '
                 WS-PARAM-ID-CONV
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-ID-CONV TO WS-ID-CONVERSION.

           EXEC SQL
              SELECT ID_COMPTE
              INTO :WS-ID-COMPTE-CONV
              FROM API8.CONVPRODUIT
              WHERE ID_CONVERSION = :WS-ID-CONVERSION
                AND STATUT_CONV = 'A'
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'AUCUNE CONVERSION EN ATTENTE SOUS CE NUMERO : '
                 WS-PARAM-ID-CONV
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.CONVPRODUIT
              SET STATUT_CONV = 'N',
                  DATE_APPLICATION = CURRENT DATE
              WHERE ID_CONVERSION = :WS-ID-CONVERSION
           END-EXEC.

           PERFORM 1100-LIRE-COMPTE
              THRU 1100-LIRE-COMPTE-EXIT.
           MOVE 'CONVERSION PRODUIT ANNULEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.
           DISPLAY 'CONVERSION ANNULEE : ' WS-PARAM-ID-CONV
              ' COMPTE ' WS-ID-COMPTE-CONV.

       2000-ANNULER-DEMANDE-EXIT.
           EXIT.

       3000-APPLIQUER-ECHUES.
      *    Chaine du matin : demandes en attente dont la date
      *    d'effet est atteinte, eligibilite controlee a nouveau (la
      *    situation du compte a pu changer depuis la demande)
           EXEC SQL
              DECLARE CCONVECH CURSOR FOR
              SELECT ID_CONVERSION, ID_COMPTE, NOUVEAU_TYPE,
                     DATE_EFFET, VALUE(NOUVEAU_FORFAIT, ' '),
                     VALUE(ID_OPERATEUR, ' ')
              FROM API8.CONVPRODUIT
              WHERE STATUT_CONV = 'A'
                AND DATE_EFFET <= :WS-DATE-COMPTABLE
              ORDER BY ID_CONVERSION
           END-EXEC.

           EXEC SQL
              OPEN CCONVECH
           END-EXEC.

           PERFORM 3100-TRAITER-ECHUE
              THRU 3100-TRAITER-ECHUE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCONVECH
           END-EXEC.

       3000-APPLIQUER-ECHUES-EXIT.
           EXIT.

       3100-TRAITER-ECHUE.
           EXEC SQL
              FETCH CCONVECH
              INTO :WS-ID-CONVERSION, :WS-ID-COMPTE-CONV,
                   :WS-NOUVEAU-TYPE, :WS-DATE-EFFET,
                   :WS-FORFAIT-DEMANDE, :WS-ID-OPERATEUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-TRAITER-ECHUE-EXIT
           END-IF.
           ADD 1 TO WS-NB-DEMANDES.
           MOVE WS-ID-CONVERSION TO WS-ID-CONVERSION-EDIT.

           PERFORM 1100-LIRE-COMPTE
              THRU 1100-LIRE-COMPTE-EXIT.

           PERFORM 1200-CONTROLER-ELIGIBILITE
              THRU 1200-CONTROLER-ELIGIBILITE-EXIT.

           IF WS-MOTIF-REFUS NOT = SPACES
              PERFORM 1300-REFUSER-CONVERSION
                 THRU 1300-REFUSER-CONVERSION-EXIT
           ELSE
              PERFORM 4000-APPLIQUER-CONVERSION
                 THRU 4000-APPLIQUER-CONVERSION-EXIT
           END-IF.
           MOVE 0 TO SQLCODE.

       3100-TRAITER-ECHUE-EXIT.
           EXIT.

       4000-APPLIQUER-CONVERSION.
           PERFORM 4100-CHANGER-FORFAIT
              THRU 4100-CHANGER-FORFAIT-EXIT.

      *    Le compte garde son numero, son historique et ses ordres
      *    permanents : seul le produit change
           EXEC SQL
              UPDATE API8.COMPTE
              SET TYPE_COMPTE = :WS-NOUVEAU-TYPE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
           END-EXEC.

           EXEC SQL
              UPDATE API8.CONVPRODUIT
              SET STATUT_CONV = 'X',
                  ANCIEN_TYPE = :WS-ANCIEN-TYPE,
                  ANCIEN_FORFAIT = :WS-ANCIEN-FORFAIT,
                  NOUVEAU_FORFAIT = :WS-NOUVEAU-FORFAIT,
                  MONTANT_PRORATA = :WS-MONTANT-PRORATA,
                  DATE_APPLICATION = CURRENT DATE
              WHERE ID_CONVERSION = :WS-ID-CONVERSION
           END-EXEC.

           ADD 1 TO WS-NB-APPLIQUEES.
           MOVE 'CONVERSION PRODUIT APPLIQUEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           MOVE WS-MONTANT-PRORATA TO WS-MONTANT-EDIT.
           DISPLAY 'CONVERSION ' WS-ID-CONVERSION-EDIT
              ' APPLIQUEE : COMPTE ' WS-ID-COMPTE-CONV
              ' ' WS-ANCIEN-TYPE ' -> ' WS-NOUVEAU-TYPE
              ' FORFAIT ' WS-ANCIEN-FORFAIT ' -> ' WS-NOUVEAU-FORFAIT
              ' PRORATA ' WS-MONTANT-EDIT.

       4000-APPLIQUER-CONVERSION-EXIT.
           EXIT.

       4100-CHANGER-FORFAIT.
      *    Forfait en cours du compte (API8FRFA) et forfait obtenu :
      *    celui de la demande, sinon le forfait en cours, qu'un
      *    produit d'epargne ne conserve pas
           MOVE 0 TO WS-MONTANT-PRORATA.
           MOVE SPACES TO WS-ANCIEN-FORFAIT.
           MOVE 0 TO WS-PRIX-ANCIEN-FORFAIT.
           EXEC SQL
              SELECT A.CODE_FORFAIT, F.PRIX_MENSUEL
              INTO :WS-ANCIEN-FORFAIT, :WS-PRIX-ANCIEN-FORFAIT
              FROM API8.ABOFORFAIT A, API8.FORFAIT F
              WHERE A.CODE_FORFAIT = F.CODE_FORFAIT
                AND A.ID_COMPTE = :WS-ID-COMPTE-CONV
                AND A.ACTIF = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-ANCIEN-FORFAIT
              MOVE 0 TO WS-PRIX-ANCIEN-FORFAIT
              MOVE 0 TO SQLCODE
           END-IF.

           IF WS-FORFAIT-DEMANDE NOT = SPACES
              MOVE WS-FORFAIT-DEMANDE TO WS-NOUVEAU-FORFAIT
           ELSE
              IF PRODUIT-EPARGNE
                 MOVE SPACES TO WS-NOUVEAU-FORFAIT
              ELSE
                 MOVE WS-ANCIEN-FORFAIT TO WS-NOUVEAU-FORFAIT
              END-IF
           END-IF.

           IF WS-NOUVEAU-FORFAIT = WS-ANCIEN-FORFAIT
              GO TO 4100-CHANGER-FORFAIT-EXIT
           END-IF.

      *    Forfait quitte : facture au prorata des jours ecoules du
      *    mois, API8FRFM ne le verra plus en fin de mois
           IF WS-ANCIEN-FORFAIT NOT = SPACES
              PERFORM 4150-CALCULER-JOURS-MOIS
                 THRU 4150-CALCULER-JOURS-MOIS-EXIT
              COMPUTE WS-MONTANT-PRORATA ROUNDED =
                 WS-PRIX-ANCIEN-FORFAIT * WS-JOURS-AVANT
                 / WS-JOURS-MOIS
              IF WS-MONTANT-PRORATA > 0
                 PERFORM 4200-FACTURER-PRORATA
                    THRU 4200-FACTURER-PRORATA-EXIT
              END-IF
           END-IF.

           IF WS-NOUVEAU-FORFAIT = SPACES
              EXEC SQL
                 UPDATE API8.ABOFORFAIT
                 SET ACTIF = 'N',
                     DATE_RESILIATION = CURRENT DATE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
                   AND ACTIF = 'Y'
              END-EXEC
              GO TO 4100-CHANGER-FORFAIT-EXIT
           END-IF.

      *    Nouveau forfait : meme ecriture que la souscription
      *    API8FRFA
           EXEC SQL
              UPDATE API8.ABOFORFAIT
              SET CODE_FORFAIT = :WS-NOUVEAU-FORFAIT,
                  DATE_SOUSCRIPTION = CURRENT DATE,
                  ACTIF = 'Y'
              WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.ABOFORFAIT
                    (ID_COMPTE, CODE_FORFAIT, DATE_SOUSCRIPTION,
                     ACTIF)
                 VALUES
                    (:WS-ID-COMPTE-CONV, :WS-NOUVEAU-FORFAIT,
                     CURRENT DATE, 'Y')
              END-EXEC
           END-IF.

       4100-CHANGER-FORFAIT-EXIT.
           EXIT.

       4150-CALCULER-JOURS-MOIS.
      *    Nombre de jours du mois de la date d'effet et jours
      *    ecoules avant elle
           MOVE WS-DATE-EFFET TO WS-DATE-CALC.
           COMPUTE WS-JOUR-EFFET =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N).
           MOVE 1 TO WS-CALC-JJ.
           COMPUTE WS-JOUR-DEB-MOIS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N).
           IF WS-CALC-MM = 12
              MOVE 1 TO WS-CALC-MM
              ADD 1 TO WS-CALC-AAAA
           ELSE
              ADD 1 TO WS-CALC-MM
           END-IF.
           COMPUTE WS-JOUR-DEB-MOIS-SUIV =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N).

           COMPUTE WS-JOURS-MOIS =
              WS-JOUR-DEB-MOIS-SUIV - WS-JOUR-DEB-MOIS.
           COMPUTE WS-JOURS-AVANT =
              WS-JOUR-EFFET - WS-JOUR-DEB-MOIS.

       4150-CALCULER-JOURS-MOIS-EXIT.
           EXIT.

       4200-FACTURER-PRORATA.
      *    Debit sans garde de solde, comme la facturation API8FRFM
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-PRORATA
              WHERE ID_COMPTE = :WS-ID-COMPTE-CONV
           END-EXEC.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-CONV TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-MONTANT-PRORATA TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'FORFAIT ' WS-ANCIEN-FORFAIT ' PRORATA'
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

       4200-FACTURER-PRORATA-EXIT.
           EXIT.

       5000-TRACER-AUDIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-CONV, 'API8CONV',
                  :WS-AUDIT-EVENEMENT, :WS-ID-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       5000-TRACER-AUDIT-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CONV', CURRENT DATE,
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
            MOVE WS-NB-DEMANDES TO WS-JRN-LUS.
            MOVE WS-NB-APPLIQUEES TO WS-JRN-ECRITS.
            MOVE WS-NB-REFUSEES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CONV        '
            DISPLAY '*     DEMANDES TRAITEES  : ' WS-NB-DEMANDES
            DISPLAY '*     CONVERSIONS        : ' WS-NB-APPLIQUEES
            DISPLAY '*     REFUS              : ' WS-NB-REFUSEES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
            MOVE WS-NB-DEMANDES TO WS-JRN-LUS.
            MOVE WS-NB-APPLIQUEES TO WS-JRN-ECRITS.
            MOVE WS-NB-REFUSEES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CONV       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
