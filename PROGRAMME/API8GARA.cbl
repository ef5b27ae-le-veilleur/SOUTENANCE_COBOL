       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8GARA.
      *===============================================================
      *    BATCH DU REGISTRE DES GARANTIES DE PRET
      *    Un pret (API8.PRET) peut etre adosse a des garanties
      *    tenues sur API8.GARANTIE. Saisi au guichet par un
      *    operateur (SYSIN) :
      *       POSE    id-pret type id-objet montant operateur
      *               constitue une garantie (statut 'A') :
      *               type C  caution personnelle - id-objet est le
      *                       client garant (API8.CLIENT), son
      *                       premier compte sera appele
      *               type D  nantissement d'un depot a terme actif
      *                       (API8.DEPOTATERME) - le retrait anticipe
      *                       du depot est des lors refuse par API8DAT
      *               type L  nantissement d'un livret d'epargne
      *                       (COMPTE de TYPE_COMPTE 'LIV')
      *               montant = somme garantie, en euros
      *       LEVE    id-garantie operateur
      *               mainlevee (statut 'L') : pret solde ou garantie
      *               substituee ; le depot nanti redevient libre
      *       REALISE id-garantie operateur
      *               realisation d'une garantie appelee (statut 'P',
      *               pose par la lettre d'appel du recouvrement
      *               API8PRCV au passage du pret en defaut) :
      *               somme due = garantie non encore realisee,
      *               plafonnee au CAPITAL_RESTANT du pret
      *               - caution / livret : le compte est debite dans
      *                 la limite de son solde (operation TYPE_OP 'M'
      *                 tracee) ; un appel partiel laisse la garantie
      *                 'P' pour un passage ulterieur
      *               - depot a terme : le depot est clos (statut
      *                 'G'), le principal revient sur son compte en
      *                 'E' et la somme due en repart en 'M' - la
      *                 somme des deux jambes egale le mouvement net
      *                 du solde, comme le retrait anticipe d'API8DAT
      *               le CAPITAL_RESTANT du pret diminue d'autant ;
      *               capital a zero = pret solde ('S') et echeances
      *               restantes supprimees, comme API8PRRA
      *               - pret deja passe en perte ('W', API8PERT) :
      *                 la somme realisee est un recouvrement,
      *                 plafonnee a la perte non encore recouvree ;
      *                 elle s'ajoute a MONTANT_RECOUVRE et sa jambe
      *                 274000 est reclassee en produit de
      *                 recouvrement 771400 (journal 'PRV' du grand
      *                 livre interne), comme API8PERT RECOUVRE
      *    Chaque action est tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-1                 PIC X(12).
       01  WS-PARAM-2                 PIC X(12).
       01  WS-PARAM-3                 PIC X(12).
       01  WS-PARAM-4                 PIC X(12).
       01  WS-PARAM-5                 PIC X(12).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Garantie traitee
       01  WS-ID-GARANTIE             PIC S9(9) COMP.
       01  WS-TYPE-GARANTIE           PIC X(1).
           88 GARANTIE-CAUTION                VALUE 'C'.
           88 GARANTIE-DAT                    VALUE 'D'.
           88 GARANTIE-LIVRET                 VALUE 'L'.
       01  WS-STATUT-GARANTIE         PIC X(1).
           88 GARANTIE-ACTIVE                 VALUE 'A'.
           88 GARANTIE-APPELEE                VALUE 'P'.
       01  WS-ID-CLIENT-GARANT        PIC S9(9) COMP.
       01  WS-ID-COMPTE-GARANT        PIC S9(9) COMP.
       01  WS-ID-DAT                  PIC S9(9) COMP.
       01  WS-MONTANT-GARANTI         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-REALISE         PIC S9(8)V99 COMP-3.
       01  WS-ID-OBJET                PIC S9(9) COMP.

      *    Pret garanti
       01  WS-ID-PRET                 PIC S9(9) COMP.
       01  WS-ID-CLIENT-PRET          PIC S9(9) COMP.
       01  WS-STATUT-PRET             PIC X(1).
       01  WS-CAPITAL-RESTANT         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-PERTE           PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-RECOUVRE        PIC S9(8)V99 COMP-3.
       01  WS-RESTE-A-RECOUVRER       PIC S9(8)V99 COMP-3.

      *    Ecriture du grand livre interne, journal 'PRV'
       01  WS-COMPTE-ECRITURE         PIC X(6).
       01  WS-SENS-ECRITURE           PIC X(1).
       01  WS-MONTANT-ECRITURE        PIC S9(11)V99 COMP-3.

      *    Objet nanti / compte appele
       01  WS-STATUT-DAT              PIC X(1).
       01  WS-MONTANT-DAT             PIC S9(8)V99 COMP-3.
       01  WS-TYPE-COMPTE             PIC X(3).
       01  WS-SOLDE-GARANT            PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND-MIN            PIC S9(4) COMP.
       01  WS-NB-NANTISSEMENTS        PIC S9(9) COMP.

      *    Realisation
       01  WS-MONTANT-DU              PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-APPEL           PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-RESTITUE        PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-OP              PIC S9(8)V99 COMP-3.
       01  WS-TYPE-OP                 PIC X(1).
       01  WS-ID-OPERATION            PIC S9(9) COMP.
       01  WS-LIBELLE-OP              PIC X(30).
       01  WS-ID-PRET-EDIT            PIC 9(9).
       01  WS-MONTANT-EDIT            PIC -(7)9.99.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

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

           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           MOVE SPACES TO WS-PARAM-ACTION.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-2.
           MOVE SPACES TO WS-PARAM-3.
           MOVE SPACES TO WS-PARAM-4.
           MOVE SPACES TO WS-PARAM-5.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-1, WS-PARAM-2,
                   WS-PARAM-3, WS-PARAM-4, WS-PARAM-5.

           EVALUATE WS-PARAM-ACTION
              WHEN 'POSE'
                 MOVE WS-PARAM-5 TO WS-PARAM-OPERATEUR
              WHEN 'LEVE'
              WHEN 'REALISE'
                 MOVE WS-PARAM-2 TO WS-PARAM-OPERATEUR
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : POSE / LEVE / REALISE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'POSE'
                 PERFORM 1000-POSER-GARANTIE
                    THRU 1000-POSER-GARANTIE-EXIT
              WHEN 'LEVE'
                 PERFORM 0500-LIRE-GARANTIE
                 PERFORM 2000-LEVER-GARANTIE
              WHEN 'REALISE'
                 PERFORM 0450-LIRE-DATE-COMPTABLE
                 PERFORM 0500-LIRE-GARANTIE
                 PERFORM 3000-REALISER-GARANTIE
                    THRU 3000-REALISER-GARANTIE-EXIT
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
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

       0500-LIRE-GARANTIE.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-GARANTIE.

           EXEC SQL
              SELECT ID_PRET, TYPE_GARANTIE, ID_CLIENT_GARANT,
                     ID_COMPTE_GARANT, ID_DAT, MONTANT_GARANTI,
                     VALUE(MONTANT_REALISE, 0), STATUT_GARANTIE
              INTO :WS-ID-PRET, :WS-TYPE-GARANTIE,
                   :WS-ID-CLIENT-GARANT, :WS-ID-COMPTE-GARANT,
                   :WS-ID-DAT, :WS-MONTANT-GARANTI,
                   :WS-MONTANT-REALISE, :WS-STATUT-GARANTIE
              FROM API8.GARANTIE
              WHERE ID_GARANTIE = :WS-ID-GARANTIE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'GARANTIE INCONNUE : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              SELECT ID_CLIENT, STATUT_PRET, CAPITAL_RESTANT,
                     VALUE(MONTANT_PERTE, 0),
                     VALUE(MONTANT_RECOUVRE, 0)
              INTO :WS-ID-CLIENT-PRET, :WS-STATUT-PRET,
                   :WS-CAPITAL-RESTANT, :WS-MONTANT-PERTE,
                   :WS-MONTANT-RECOUVRE
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

       1000-POSER-GARANTIE.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-PRET.
           MOVE WS-PARAM-2 TO WS-TYPE-GARANTIE.
           MOVE FUNCTION NUMVAL(WS-PARAM-3) TO WS-ID-OBJET.
           MOVE FUNCTION NUMVAL(WS-PARAM-4) TO WS-MONTANT-GARANTI.

           EXEC SQL
              SELECT ID_CLIENT, STATUT_PRET
              INTO :WS-ID-CLIENT-PRET, :WS-STATUT-PRET
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRET INCONNU : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Une garantie se prend de l'offre jusqu'au defaut ; un pret
      *    retracte ou solde n'en recoit plus
           IF WS-STATUT-PRET NOT = 'O' AND NOT = 'V'
              AND NOT = 'A' AND NOT = 'D'
              DISPLAY 'PRET ' WS-PARAM-1
                 ' RETRACTE OU SOLDE, STATUT : ' WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-MONTANT-GARANTI <= 0
              DISPLAY 'MONTANT GARANTI POSITIF OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-ID-DAT.
           MOVE 0 TO WS-ID-COMPTE-GARANT.
           MOVE 0 TO WS-ID-CLIENT-GARANT.

           EVALUATE TRUE
              WHEN GARANTIE-CAUTION
                 PERFORM 1100-CONTROLER-CAUTION
                    THRU 1100-CONTROLER-CAUTION-EXIT
              WHEN GARANTIE-DAT
                 PERFORM 1200-CONTROLER-DAT
                    THRU 1200-CONTROLER-DAT-EXIT
              WHEN GARANTIE-LIVRET
                 PERFORM 1300-CONTROLER-LIVRET
                    THRU 1300-CONTROLER-LIVRET-EXIT
              WHEN OTHER
                 DISPLAY 'TYPE DE GARANTIE INCONNU : ' WS-PARAM-2
                 DISPLAY 'TYPES ADMIS : C (CAUTION) / D (DEPOT A '
                    'TERME) / L (LIVRET)'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           EXEC SQL
              SELECT MAX(ID_GARANTIE)
              INTO :WS-ID-GARANTIE :WS-NULL-INDICATOR
              FROM API8.GARANTIE
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-GARANTIE
           ELSE
              ADD 1 TO WS-ID-GARANTIE
           END-IF.

           EXEC SQL
              INSERT INTO API8.GARANTIE
                 (ID_GARANTIE, ID_PRET, TYPE_GARANTIE,
                  ID_CLIENT_GARANT, ID_COMPTE_GARANT, ID_DAT,
                  MONTANT_GARANTI, MONTANT_REALISE, STATUT_GARANTIE,
                  DATE_CONSTITUTION, OPERATEUR_GARANTIE)
              VALUES
                 (:WS-ID-GARANTIE, :WS-ID-PRET, :WS-TYPE-GARANTIE,
                  :WS-ID-CLIENT-GARANT, :WS-ID-COMPTE-GARANT,
                  :WS-ID-DAT, :WS-MONTANT-GARANTI, 0, 'A',
                  CURRENT DATE, :WS-PARAM-OPERATEUR)
           END-EXEC.

           MOVE 'CONSTITUTION GARANTIE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'GARANTIE CONSTITUEE : ' WS-ID-GARANTIE.
           DISPLAY 'PRET GARANTI        : ' WS-PARAM-1.

       1000-POSER-GARANTIE-EXIT.
           EXIT.

       1100-CONTROLER-CAUTION.
      *    Le garant est un client existant ; son premier compte
      *    (repli multi-comptes, comme API8DAT) portera l'appel
           MOVE WS-ID-OBJET TO WS-ID-CLIENT-GARANT.

           EXEC SQL
              SELECT MIN(ID_COMPTE)
              INTO :WS-ID-COMPTE-GARANT :WS-NULL-IND-MIN
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-GARANT
           END-EXEC.

           IF WS-NULL-IND-MIN = -1
              DISPLAY 'GARANT SANS COMPTE OU INCONNU : ' WS-PARAM-3
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-ID-CLIENT-GARANT = WS-ID-CLIENT-PRET
              DISPLAY 'L''EMPRUNTEUR NE PEUT SE PORTER CAUTION'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1100-CONTROLER-CAUTION-EXIT.
           EXIT.

       1200-CONTROLER-DAT.
      *    Seul un depot actif se nantit, dans la limite de son
      *    principal et une seule fois
           MOVE WS-ID-OBJET TO WS-ID-DAT.

           EXEC SQL
              SELECT ID_CLIENT, ID_COMPTE, MONTANT, STATUT_DAT
              INTO :WS-ID-CLIENT-GARANT, :WS-ID-COMPTE-GARANT,
                   :WS-MONTANT-DAT, :WS-STATUT-DAT
              FROM API8.DEPOTATERME
              WHERE ID_DAT = :WS-ID-DAT
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'DEPOT A TERME INCONNU : ' WS-PARAM-3
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-DAT NOT = 'A'
              DISPLAY 'DEPOT A TERME NON ACTIF : ' WS-PARAM-3
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-MONTANT-GARANTI > WS-MONTANT-DAT
              DISPLAY 'MONTANT GARANTI SUPERIEUR AU DEPOT'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-NB-NANTISSEMENTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-NANTISSEMENTS
              FROM API8.GARANTIE
              WHERE ID_DAT = :WS-ID-DAT
                AND TYPE_GARANTIE = 'D'
                AND STATUT_GARANTIE IN ('A', 'P')
           END-EXEC.

           IF WS-NB-NANTISSEMENTS > 0
              DISPLAY 'DEPOT A TERME DEJA NANTI : ' WS-PARAM-3
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1200-CONTROLER-DAT-EXIT.
           EXIT.

       1300-CONTROLER-LIVRET.
           MOVE WS-ID-OBJET TO WS-ID-COMPTE-GARANT.

           EXEC SQL
              SELECT ID_CLIENT, VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-ID-CLIENT-GARANT, :WS-TYPE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-GARANT
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'COMPTE INCONNU : ' WS-PARAM-3
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-TYPE-COMPTE NOT = 'LIV'
              DISPLAY 'LE COMPTE ' WS-PARAM-3
                 ' N''EST PAS UN LIVRET D''EPARGNE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1300-CONTROLER-LIVRET-EXIT.
           EXIT.

       1500-TRACER-AUDIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-PRET, 'API8GARA',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-LEVER-GARANTIE.
           IF NOT GARANTIE-ACTIVE AND NOT GARANTIE-APPELEE
              DISPLAY 'GARANTIE ' WS-PARAM-1
                 ' DEJA LEVEE OU REALISEE : ' WS-STATUT-GARANTIE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.GARANTIE
              SET STATUT_GARANTIE = 'L',
                  DATE_MAINLEVEE = CURRENT DATE
              WHERE ID_GARANTIE = :WS-ID-GARANTIE
                AND STATUT_GARANTIE IN ('A', 'P')
           END-EXEC.

           MOVE 'MAINLEVEE GARANTIE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'GARANTIE LEVEE : ' WS-PARAM-1.

       3000-REALISER-GARANTIE.
      *    Seule une garantie appelee par le recouvrement (lettre
      *    d'appel d'API8PRCV) se realise, sur un pret en defaut
      *    ou deja passe en perte
           IF NOT GARANTIE-APPELEE
              DISPLAY 'GARANTIE ' WS-PARAM-1
                 ' NON APPELEE, STATUT : ' WS-STATUT-GARANTIE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-PRET NOT = 'D' AND WS-STATUT-PRET NOT = 'W'
              DISPLAY 'PRET NON EN DEFAUT, STATUT : ' WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Somme due : part de la garantie non encore realisee,
      *    plafonnee au capital restant du - a la perte non encore
      *    recouvree pour un pret passe en perte
           COMPUTE WS-MONTANT-DU =
              WS-MONTANT-GARANTI - WS-MONTANT-REALISE.
           IF WS-STATUT-PRET = 'W'
              COMPUTE WS-RESTE-A-RECOUVRER =
                 WS-MONTANT-PERTE - WS-MONTANT-RECOUVRE
              IF WS-MONTANT-DU > WS-RESTE-A-RECOUVRER
                 MOVE WS-RESTE-A-RECOUVRER TO WS-MONTANT-DU
              END-IF
           ELSE
              IF WS-MONTANT-DU > WS-CAPITAL-RESTANT
                 MOVE WS-CAPITAL-RESTANT TO WS-MONTANT-DU
              END-IF
           END-IF.

           IF WS-MONTANT-DU <= 0
              DISPLAY 'RIEN A REALISER SUR LA GARANTIE ' WS-PARAM-1
              GO TO 3000-REALISER-GARANTIE-EXIT
           END-IF.

           MOVE WS-ID-PRET TO WS-ID-PRET-EDIT.

           IF GARANTIE-DAT
              PERFORM 3200-REALISER-DAT
                 THRU 3200-REALISER-DAT-EXIT
           ELSE
              PERFORM 3100-APPELER-COMPTE
                 THRU 3100-APPELER-COMPTE-EXIT
           END-IF.

           IF WS-STATUT-PRET = 'W'
              PERFORM 3400-CONSTATER-RECOUVREMENT
                 THRU 3400-CONSTATER-RECOUVREMENT-EXIT
           ELSE
              PERFORM 3300-REDUIRE-CAPITAL
                 THRU 3300-REDUIRE-CAPITAL-EXIT
           END-IF.

      *    Garantie epuisee, ou capital du pret couvert (perte
      *    entierement recouvree) : realisee ; sinon l'appel partiel
      *    reste ouvert
           ADD WS-MONTANT-APPEL TO WS-MONTANT-REALISE.
           IF GARANTIE-DAT
              OR WS-MONTANT-REALISE >= WS-MONTANT-GARANTI
              OR (WS-STATUT-PRET = 'D' AND WS-CAPITAL-RESTANT <= 0)
              OR (WS-STATUT-PRET = 'W'
                  AND WS-RESTE-A-RECOUVRER <= 0)
              MOVE 'R' TO WS-STATUT-GARANTIE
           END-IF.

           EXEC SQL
              UPDATE API8.GARANTIE
              SET MONTANT_REALISE = :WS-MONTANT-REALISE,
                  STATUT_GARANTIE = :WS-STATUT-GARANTIE,
                  DATE_REALISATION = CURRENT DATE
              WHERE ID_GARANTIE = :WS-ID-GARANTIE
           END-EXEC.

           MOVE 'REALISATION GARANTIE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-MONTANT-APPEL TO WS-MONTANT-EDIT.
           DISPLAY 'GARANTIE REALISEE : ' WS-PARAM-1.
           DISPLAY 'MONTANT APPELE    : ' WS-MONTANT-EDIT.
           MOVE WS-CAPITAL-RESTANT TO WS-MONTANT-EDIT.
           DISPLAY 'CAPITAL RESTANT   : ' WS-MONTANT-EDIT.

       3000-REALISER-GARANTIE-EXIT.
           EXIT.

       3100-APPELER-COMPTE.
      *    Caution ou livret : debit dans la limite du solde
      *    disponible, sans decouvert force (meme garde qu'API8PRRA)
           EXEC SQL
              SELECT SOLDE
              INTO :WS-SOLDE-GARANT
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-GARANT
           END-EXEC.

           MOVE WS-MONTANT-DU TO WS-MONTANT-APPEL.
           IF WS-MONTANT-APPEL > WS-SOLDE-GARANT
              MOVE WS-SOLDE-GARANT TO WS-MONTANT-APPEL
           END-IF.

           IF WS-MONTANT-APPEL <= 0
              DISPLAY 'SOLDE DU COMPTE GARANT INSUFFISANT - COMPTE '
                 WS-ID-COMPTE-GARANT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-APPEL
              WHERE ID_COMPTE = :WS-ID-COMPTE-GARANT
                AND SOLDE >= :WS-MONTANT-APPEL
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'SOLDE DU COMPTE GARANT INSUFFISANT - COMPTE '
                 WS-ID-COMPTE-GARANT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'APPEL GARANTIE PRET ' WS-ID-PRET-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           MOVE 'M' TO WS-TYPE-OP.
           MOVE WS-MONTANT-APPEL TO WS-MONTANT-OP.
           PERFORM 3900-INSERER-OPERATION
              THRU 3900-INSERER-OPERATION-EXIT.

       3100-APPELER-COMPTE-EXIT.
           EXIT.

       3200-REALISER-DAT.
      *    Le depot nanti est clos en totalite : la somme due part
      *    au pret, le reliquat du principal revient sur le compte
      *    du depot ; aucune penalite de sortie anticipee
           EXEC SQL
              SELECT MONTANT, STATUT_DAT
              INTO :WS-MONTANT-DAT, :WS-STATUT-DAT
              FROM API8.DEPOTATERME
              WHERE ID_DAT = :WS-ID-DAT
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-STATUT-DAT NOT = 'A'
              DISPLAY 'DEPOT A TERME NANTI NON ACTIF : ' WS-ID-DAT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE WS-MONTANT-DU TO WS-MONTANT-APPEL.
           IF WS-MONTANT-APPEL > WS-MONTANT-DAT
              MOVE WS-MONTANT-DAT TO WS-MONTANT-APPEL
           END-IF.
           COMPUTE WS-MONTANT-RESTITUE =
              WS-MONTANT-DAT - WS-MONTANT-APPEL.

           EXEC SQL
              UPDATE API8.DEPOTATERME
              SET STATUT_DAT = 'G'
              WHERE ID_DAT = :WS-ID-DAT
                AND STATUT_DAT = 'A'
           END-EXEC.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE + :WS-MONTANT-RESTITUE
              WHERE ID_COMPTE = :WS-ID-COMPTE-GARANT
           END-EXEC.

           MOVE 'LIBERATION DAT NANTI' TO WS-LIBELLE-OP.
           MOVE 'E' TO WS-TYPE-OP.
           MOVE WS-MONTANT-DAT TO WS-MONTANT-OP.
           PERFORM 3900-INSERER-OPERATION
              THRU 3900-INSERER-OPERATION-EXIT.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'APPEL GARANTIE PRET ' WS-ID-PRET-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           MOVE 'M' TO WS-TYPE-OP.
           MOVE WS-MONTANT-APPEL TO WS-MONTANT-OP.
           PERFORM 3900-INSERER-OPERATION
              THRU 3900-INSERER-OPERATION-EXIT.

       3200-REALISER-DAT-EXIT.
           EXIT.

       3300-REDUIRE-CAPITAL.
           COMPUTE WS-CAPITAL-RESTANT =
              WS-CAPITAL-RESTANT - WS-MONTANT-APPEL.

           IF WS-CAPITAL-RESTANT <= 0
              MOVE 0 TO WS-CAPITAL-RESTANT
              EXEC SQL
                 UPDATE API8.PRET
                 SET CAPITAL_RESTANT = 0,
                     STATUT_PRET = 'S'
                 WHERE ID_PRET = :WS-ID-PRET
              END-EXEC
              EXEC SQL
                 DELETE FROM API8.ECHEANCIER
                 WHERE ID_PRET = :WS-ID-PRET
                   AND STATUT_ECH = 'A'
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO SQLCODE
              END-IF
           ELSE
              EXEC SQL
                 UPDATE API8.PRET
                 SET CAPITAL_RESTANT = :WS-CAPITAL-RESTANT
                 WHERE ID_PRET = :WS-ID-PRET
              END-EXEC
           END-IF.

       3300-REDUIRE-CAPITAL-EXIT.
           EXIT.

       3400-CONSTATER-RECOUVREMENT.
      *    Pret passe en perte : rien a reduire, la somme realisee
      *    est un recouvrement - cumul sur le pret et reclassement
      *    de la jambe 274000 en produit de recouvrement
           ADD WS-MONTANT-APPEL TO WS-MONTANT-RECOUVRE.
           COMPUTE WS-RESTE-A-RECOUVRER =
              WS-MONTANT-PERTE - WS-MONTANT-RECOUVRE.

           EXEC SQL
              UPDATE API8.PRET
              SET MONTANT_RECOUVRE = :WS-MONTANT-RECOUVRE
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

           MOVE WS-MONTANT-APPEL TO WS-MONTANT-ECRITURE.
           MOVE '274000' TO WS-COMPTE-ECRITURE.
           MOVE 'C' TO WS-SENS-ECRITURE.
           PERFORM 7000-ECRIRE-GRAND-LIVRE
              THRU 7000-ECRIRE-GRAND-LIVRE-EXIT.
           MOVE '771400' TO WS-COMPTE-ECRITURE.
           MOVE 'D' TO WS-SENS-ECRITURE.
           PERFORM 7000-ECRIRE-GRAND-LIVRE
              THRU 7000-ECRIRE-GRAND-LIVRE-EXIT.

       3400-CONSTATER-RECOUVREMENT-EXIT.
           EXIT.

       3900-INSERER-OPERATION.
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:WS-ID-OPERATION, :WS-ID-COMPTE-GARANT,
                  :WS-MONTANT-OP, :WS-TYPE-OP, CURRENT DATE,
                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

       3900-INSERER-OPERATION-EXIT.
           EXIT.

       7000-ECRIRE-GRAND-LIVRE.
      *    Cumul dans le grand livre interne, journal 'PRV' (meme
      *    regle qu'API8PERT)
           EXEC SQL
              UPDATE API8.GRANDLIVRE
              SET MONTANT = MONTANT + :WS-MONTANT-ECRITURE,
                  NB_ECRITURES = NB_ECRITURES + 1
              WHERE COMPTE_GL = :WS-COMPTE-ECRITURE
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
                AND SENS = :WS-SENS-ECRITURE
                AND JOURNAL_GL = 'PRV'
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.GRANDLIVRE
                    (COMPTE_GL, DATE_COMPTABLE, SENS, MONTANT,
                     NB_ECRITURES, JOURNAL_GL)
                 VALUES
                    (:WS-COMPTE-ECRITURE, :WS-DATE-COMPTABLE,
                     :WS-SENS-ECRITURE, :WS-MONTANT-ECRITURE, 1,
                     'PRV')
              END-EXEC
           END-IF.

       7000-ECRIRE-GRAND-LIVRE-EXIT.
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
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8GARA        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8GARA       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
