       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PMOR.
      *===============================================================
      *    BATCH DES CLIENTS PERSONNES MORALES
      *    API8.CLIENT ne decrivait qu'une personne physique (nom,
      *    prenom, date de naissance) : le compte d'un employeur
      *    remettant sa paie (API8PAIE) etait ouvert sous une personne
      *    fictive. A la demande du back-office (SYSIN, circuit quatre
      *    yeux API8DEMB/API8VALB), ce batch tient :
      *       CREER siren forme-juridique agence
      *          (seconde carte : raison sociale, 40 car. ; troisieme
      *          carte : adresse du siege social, 60 car.)
      *          client TYPE_CLIENT 'M' (SIREN controle par sa cle de
      *          Luhn et unique) et son premier compte, sans carte -
      *          la societe n'opere que par ses signataires
      *       BENEF societe personne pourcentage
      *          beneficiaire effectif (personne physique cliente) et
      *          son pourcentage de detention sur API8.BENEFEFFECTIF ;
      *          le total des detentions ne depasse pas 100
      *       RETBENEF societe personne
      *       SIGN societe signataire code plafond double
      *          signataire habilite (personne physique cliente) sur
      *          API8.SIGNATAIRE : code de connexion propre (sel et
      *          empreinte API8EMPR, jamais en clair), plafond
      *          individuel par virement et indicateur 'Y' si une
      *          seconde signature est exigee au-dela du plafond ('N'
      *          = refus au-dela) ; la carte conservee sur
      *          API8.DEMBATCH est masquee (API8MASQ) a l'execution
      *       RETSIGN societe signataire   habilitation retiree
      *    A la connexion (API8BM1P), le signataire ouvre une session
      *    sur le compte de la societe ; API8VIR et API8GUIT font
      *    respecter son plafond et la seconde signature.
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

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-2                 PIC X(9).
       01  WS-PARAM-3                 PIC X(10).
       01  WS-PARAM-4                 PIC X(12).
       01  WS-PARAM-5                 PIC X(12).
       01  WS-PARAM-6                 PIC X(1).
       01  WS-PARAM-RAISON            PIC X(80).
       01  WS-PARAM-SIEGE             PIC X(80).

      *    Societe
       01  WS-ID-SOCIETE              PIC S9(9) COMP.
       01  WS-SIREN                   PIC X(9).
       01  FILLER REDEFINES WS-SIREN.
           05  WS-SIREN-CHIFFRE       PIC 9(1) OCCURS 9 TIMES.
       01  WS-FORME-JURIDIQUE         PIC X(10).
       01  WS-RAISON-SOCIALE          PIC X(40).
       01  WS-NOM-SOCIETE             PIC X(10).
       01  WS-ADRESSE-SIEGE           PIC X(60).
       01  WS-CODE-AGENCE             PIC X(4).
       01  WS-TYPE-CLIENT             PIC X(1).
       01  WS-NB-SIREN                PIC S9(9) COMP.

      *    Cle de Luhn du SIREN : un chiffre sur deux double depuis
      *    la droite, la somme des chiffres doit etre multiple de 10
       01  WS-LUHN-RANG               PIC S9(4) COMP.
       01  WS-LUHN-CHIFFRE            PIC S9(4) COMP.
       01  WS-LUHN-SOMME              PIC S9(4) COMP.
       01  WS-LUHN-RESTE              PIC S9(4) COMP.
       01  WS-LUHN-QUOTIENT           PIC S9(4) COMP.

      *    Premier compte de la societe
       01  WS-ID-COMPTE-SOC           PIC S9(9) COMP.
       01  WS-CLE-RIB                 PIC S9(4) COMP.
       01  CLE-ZONE.
           05  CLE-NUMERO             PIC S9(9) COMP.
           05  CLE-VALEUR             PIC 9(2).

      *    Personne physique rattachee (beneficiaire, signataire)
       01  WS-ID-PERSONNE             PIC S9(9) COMP.
       01  WS-POURCENTAGE             PIC S9(3)V99 COMP-3.
       01  WS-TOTAL-DETENU            PIC S9(5)V99 COMP-3.
       01  WS-NB-LIGNES               PIC S9(9) COMP.
       01  WS-POURCENTAGE-EDIT        PIC ZZ9,99.

       01  WS-CODE-SIGNATAIRE         PIC S9(4) COMP.
       01  WS-CODE-SIGNATAIRE-EDIT    PIC 9(4).
       01  WS-PLAFOND-SIGN            PIC S9(8)V99 COMP-3.
       01  WS-DOUBLE-SIGNATURE        PIC X(1).
       01  WS-MONTANT-EDIT            PIC -(7)9,99.

      *    Empreinte salee du code (service API8EMPR) : le code est
      *    condense sous sa forme saisie a l'ecran, 4 chiffres
       01  WS-ID-CLIENT-EMPR          PIC 9(9).
       01  EMPR-ZONE.
           05  EMPR-ACTION            PIC X(1).
           05  EMPR-IDENTITE          PIC X(9).
           05  EMPR-SECRET            PIC X(8).
           05  EMPR-SEL               PIC X(8).
           05  EMPR-EMPREINTE         PIC X(18).

      *    Piste d'audit : meme convention qu'API8SAIS
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

      *    Circuit quatre yeux (API8.DEMBATCH) : la carte doit avoir
      *    ete saisie par API8DEMB et approuvee par un second
      *    operateur sur l'ecran API8VALB avant d'executer
       01  WS-CARTE-DEMANDE       PIC X(64).
       01  WS-ID-DEMANDE-4Y       PIC S9(9) COMP.
       01  WS-4Y-NULL-IND         PIC S9(4) COMP.

      *    Zone d'appel du masquage du code dans la carte API8MASQ
       01  MASQ-ZONE.
           05  MASQ-PROGRAMME     PIC X(8).
           05  MASQ-CARTE         PIC X(64).

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

           PERFORM 0300-CONTROLER-APPROBATION
              THRU 0300-CONTROLER-APPROBATION-EXIT.
           MOVE SPACES TO WS-PARAM-ACTION WS-PARAM-2 WS-PARAM-3.
           MOVE SPACES TO WS-PARAM-4 WS-PARAM-5 WS-PARAM-6.
           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-2, WS-PARAM-3,
                   WS-PARAM-4, WS-PARAM-5, WS-PARAM-6.

           EVALUATE WS-PARAM-ACTION
              WHEN 'CREER'
                 PERFORM 1000-CREER-SOCIETE
                    THRU 1000-CREER-SOCIETE-EXIT
              WHEN 'BENEF'
                 PERFORM 2000-DECLARER-BENEFICIAIRE
                    THRU 2000-DECLARER-BENEFICIAIRE-EXIT
              WHEN 'RETBENEF'
                 PERFORM 2500-RETIRER-BENEFICIAIRE
                    THRU 2500-RETIRER-BENEFICIAIRE-EXIT
              WHEN 'SIGN'
                 PERFORM 3000-HABILITER-SIGNATAIRE
                    THRU 3000-HABILITER-SIGNATAIRE-EXIT
              WHEN 'RETSIGN'
                 PERFORM 3500-RETIRER-SIGNATAIRE
                    THRU 3500-RETIRER-SIGNATAIRE-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : CREER / BENEF / '
                    'RETBENEF / SIGN / RETSIGN'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-CREER-SOCIETE.
           MOVE WS-PARAM-2 TO WS-SIREN.
           MOVE WS-PARAM-3 TO WS-FORME-JURIDIQUE.
           MOVE '0001' TO WS-CODE-AGENCE.
           IF WS-PARAM-4 NOT = SPACES
              MOVE WS-PARAM-4 TO WS-CODE-AGENCE
           END-IF.

      *    Seconde et troisieme cartes : raison sociale et adresse du
      *    siege social
           MOVE SPACES TO WS-PARAM-RAISON WS-PARAM-SIEGE.
           ACCEPT WS-PARAM-RAISON FROM SYSIN.
           ACCEPT WS-PARAM-SIEGE FROM SYSIN.
           MOVE WS-PARAM-RAISON TO WS-RAISON-SOCIALE.
           MOVE WS-PARAM-RAISON TO WS-NOM-SOCIETE.
           MOVE WS-PARAM-SIEGE TO WS-ADRESSE-SIEGE.

           IF WS-SIREN IS NOT NUMERIC
              DISPLAY 'SIREN SUR 9 CHIFFRES OBLIGATOIRE : ' WS-PARAM-2
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-FORME-JURIDIQUE = SPACES
              OR WS-RAISON-SOCIALE = SPACES
              OR WS-ADRESSE-SIEGE = SPACES
              DISPLAY 'FORME, RAISON SOCIALE ET SIEGE OBLIGATOIRES'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 1100-CONTROLER-CLE-SIREN
              THRU 1100-CONTROLER-CLE-SIREN-EXIT.

           MOVE 0 TO WS-NB-SIREN.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-SIREN
              FROM API8.CLIENT
              WHERE SIREN = :WS-SIREN
           END-EXEC.
           IF WS-NB-SIREN > 0
              DISPLAY 'SIREN DEJA ENREGISTRE : ' WS-SIREN
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Meme idiome MAX(ID)+1 que l'ouverture API8ONB
           EXEC SQL
              SELECT MAX(ID_CLIENT)
              INTO :WS-ID-SOCIETE :WS-NULL-INDICATOR
              FROM API8.CLIENT
           END-EXEC.
           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-SOCIETE
           ELSE
              ADD 1 TO WS-ID-SOCIETE
           END-IF.

           EXEC SQL
              INSERT INTO API8.CLIENT
                 (ID_CLIENT, NOM_CLIENT, PRENOM_CLIENT, TYPE_CLIENT,
                  SIREN, FORME_JURIDIQUE, RAISON_SOCIALE,
                  ADRESSE_SIEGE, STATUT_AUTOCERT)
              VALUES
                 (:WS-ID-SOCIETE, :WS-NOM-SOCIETE, ' ', 'M',
                  :WS-SIREN, :WS-FORME-JURIDIQUE, :WS-RAISON-SOCIALE,
                  :WS-ADRESSE-SIEGE, 'M')
           END-EXEC.

      *    Premier compte : numero au-dela du plus grand existant
      *    (meme regle qu'API8CPTN), sans carte ni code - aucune
      *    empreinte ne peut correspondre a une saisie
           EXEC SQL
              SELECT MAX(ID_COMPTE)
              INTO :WS-ID-COMPTE-SOC :WS-NULL-INDICATOR
              FROM API8.COMPTE
           END-EXEC.
           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-COMPTE-SOC
           ELSE
              ADD 1 TO WS-ID-COMPTE-SOC
           END-IF.

           MOVE WS-ID-COMPTE-SOC TO CLE-NUMERO.
           CALL 'API8CLE' USING CLE-ZONE.
           MOVE CLE-VALEUR TO WS-CLE-RIB.

           EXEC SQL
              INSERT INTO API8.COMPTE
                 (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                  EMPREINTE_CB, SOLDE,
                  CODE_AGENCE, TYPE_COMPTE, CLE_RIB,
                  DATE_OUVERTURE)
              VALUES
                 (:WS-ID-COMPTE-SOC, :WS-ID-SOCIETE,
                  0, ' ', ' ', 0,
                  :WS-CODE-AGENCE, 'STD', :WS-CLE-RIB,
                  CURRENT DATE)
           END-EXEC.

           MOVE WS-ID-SOCIETE TO WS-ID-PERSONNE.
           MOVE 'PERSONNE MORALE CREEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           DISPLAY 'PERSONNE MORALE CREEE : ' WS-ID-SOCIETE.
           DISPLAY 'SIREN / FORME         : ' WS-SIREN ' / '
              WS-FORME-JURIDIQUE.
           DISPLAY 'RAISON SOCIALE        : ' WS-RAISON-SOCIALE.
           DISPLAY 'COMPTE OUVERT         : ' WS-ID-COMPTE-SOC.
           DISPLAY 'DECLARER LES SIGNATAIRES (SIGN) AVANT TOUT DEBIT'.

       1000-CREER-SOCIETE-EXIT.
           EXIT.

       1100-CONTROLER-CLE-SIREN.
           MOVE 0 TO WS-LUHN-SOMME.
           PERFORM 1110-CUMULER-CHIFFRE
              THRU 1110-CUMULER-CHIFFRE-EXIT
              VARYING WS-LUHN-RANG FROM 1 BY 1
              UNTIL WS-LUHN-RANG > 9.

           DIVIDE WS-LUHN-SOMME BY 10 GIVING WS-LUHN-QUOTIENT
              REMAINDER WS-LUHN-RESTE.
           IF WS-LUHN-RESTE NOT = 0
              DISPLAY 'SIREN INVALIDE (CLE DE CONTROLE) : ' WS-SIREN
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1100-CONTROLER-CLE-SIREN-EXIT.
           EXIT.

       1110-CUMULER-CHIFFRE.
      *    Rangs pairs (2e, 4e, 6e, 8e chiffre) doubles, un double
      *    superieur a 9 est ramene a la somme de ses chiffres
           MOVE WS-SIREN-CHIFFRE(WS-LUHN-RANG) TO WS-LUHN-CHIFFRE.
           DIVIDE WS-LUHN-RANG BY 2 GIVING WS-LUHN-QUOTIENT
              REMAINDER WS-LUHN-RESTE.
           IF WS-LUHN-RESTE = 0
              COMPUTE WS-LUHN-CHIFFRE = WS-LUHN-CHIFFRE * 2
              IF WS-LUHN-CHIFFRE > 9
                 SUBTRACT 9 FROM WS-LUHN-CHIFFRE
              END-IF
           END-IF.
           ADD WS-LUHN-CHIFFRE TO WS-LUHN-SOMME.

       1110-CUMULER-CHIFFRE-EXIT.
           EXIT.

       2000-DECLARER-BENEFICIAIRE.
           PERFORM 4000-CONTROLER-RATTACHEMENT
              THRU 4000-CONTROLER-RATTACHEMENT-EXIT.

           MOVE FUNCTION NUMVAL(WS-PARAM-4) TO WS-POURCENTAGE.
           IF WS-POURCENTAGE NOT > 0 OR WS-POURCENTAGE > 100
              DISPLAY 'POURCENTAGE DE DETENTION INVALIDE : '
                 WS-PARAM-4
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Total des detentions, hors la ligne remplacee
           MOVE 0 TO WS-TOTAL-DETENU.
           EXEC SQL
              SELECT SUM(POURCENTAGE)
              INTO :WS-TOTAL-DETENU :WS-NULL-INDICATOR
              FROM API8.BENEFEFFECTIF
              WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                AND ID_CLIENT_BENEF NOT = :WS-ID-PERSONNE
           END-EXEC.
           IF WS-NULL-INDICATOR = -1
              MOVE 0 TO WS-TOTAL-DETENU
           END-IF.
           IF WS-TOTAL-DETENU + WS-POURCENTAGE > 100
              DISPLAY 'TOTAL DES DETENTIONS SUPERIEUR A 100 %'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.BENEFEFFECTIF
              WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                AND ID_CLIENT_BENEF = :WS-ID-PERSONNE
           END-EXEC.

           IF WS-NB-LIGNES > 0
              EXEC SQL
                 UPDATE API8.BENEFEFFECTIF
                 SET POURCENTAGE = :WS-POURCENTAGE,
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                   AND ID_CLIENT_BENEF = :WS-ID-PERSONNE
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO API8.BENEFEFFECTIF
                    (ID_CLIENT_SOCIETE, ID_CLIENT_BENEF, POURCENTAGE,
                     DATE_MAJ)
                 VALUES
                    (:WS-ID-SOCIETE, :WS-ID-PERSONNE,
                     :WS-POURCENTAGE, CURRENT DATE)
              END-EXEC
           END-IF.

           MOVE 'BENEFICIAIRE EFFECTIF DECLARE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           MOVE WS-POURCENTAGE TO WS-POURCENTAGE-EDIT.
           DISPLAY 'BENEFICIAIRE EFFECTIF : ' WS-ID-PERSONNE
              ' DE LA SOCIETE ' WS-ID-SOCIETE
              ' - DETENTION ' WS-POURCENTAGE-EDIT ' %'.

       2000-DECLARER-BENEFICIAIRE-EXIT.
           EXIT.

       2500-RETIRER-BENEFICIAIRE.
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-ID-SOCIETE.
           MOVE FUNCTION NUMVAL(WS-PARAM-3) TO WS-ID-PERSONNE.

           EXEC SQL
              DELETE FROM API8.BENEFEFFECTIF
              WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                AND ID_CLIENT_BENEF = :WS-ID-PERSONNE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'BENEFICIAIRE EFFECTIF INCONNU : '
                 WS-ID-PERSONNE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'BENEFICIAIRE EFFECTIF RETIRE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           DISPLAY 'BENEFICIAIRE EFFECTIF RETIRE : ' WS-ID-PERSONNE
              ' DE LA SOCIETE ' WS-ID-SOCIETE.

       2500-RETIRER-BENEFICIAIRE-EXIT.
           EXIT.

       3000-HABILITER-SIGNATAIRE.
           PERFORM 4000-CONTROLER-RATTACHEMENT
              THRU 4000-CONTROLER-RATTACHEMENT-EXIT.

           IF WS-PARAM-4(1:4) IS NOT NUMERIC
              OR WS-PARAM-4(5:8) NOT = SPACES
              DISPLAY 'CODE DU SIGNATAIRE SUR 4 CHIFFRES : '
                 WS-PARAM-4
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PARAM-4) TO WS-CODE-SIGNATAIRE.

           MOVE FUNCTION NUMVAL(WS-PARAM-5) TO WS-PLAFOND-SIGN.
           IF WS-PLAFOND-SIGN < 0
              DISPLAY 'PLAFOND DE SIGNATURE INVALIDE : ' WS-PARAM-5
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE WS-PARAM-6 TO WS-DOUBLE-SIGNATURE.
           IF WS-DOUBLE-SIGNATURE NOT = 'Y'
              AND WS-DOUBLE-SIGNATURE NOT = 'N'
              DISPLAY 'SECONDE SIGNATURE : Y OU N'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'G' TO EMPR-ACTION.
           MOVE WS-ID-PERSONNE TO WS-ID-CLIENT-EMPR.
           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE WS-CODE-SIGNATAIRE TO WS-CODE-SIGNATAIRE-EDIT.
           MOVE WS-CODE-SIGNATAIRE-EDIT TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.SIGNATAIRE
              WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                AND ID_CLIENT_SIGN = :WS-ID-PERSONNE
           END-EXEC.

           IF WS-NB-LIGNES > 0
              EXEC SQL
                 UPDATE API8.SIGNATAIRE
                 SET SEL_CB = :EMPR-SEL,
                     EMPREINTE_CB = :EMPR-EMPREINTE,
                     PLAFOND_SIGN = :WS-PLAFOND-SIGN,
                     DOUBLE_SIGNATURE = :WS-DOUBLE-SIGNATURE,
                     ACTIF = 'Y',
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                   AND ID_CLIENT_SIGN = :WS-ID-PERSONNE
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO API8.SIGNATAIRE
                    (ID_CLIENT_SOCIETE, ID_CLIENT_SIGN, SEL_CB,
                     EMPREINTE_CB, PLAFOND_SIGN, DOUBLE_SIGNATURE,
                     ACTIF, DATE_MAJ)
                 VALUES
                    (:WS-ID-SOCIETE, :WS-ID-PERSONNE, :EMPR-SEL,
                     :EMPR-EMPREINTE, :WS-PLAFOND-SIGN,
                     :WS-DOUBLE-SIGNATURE, 'Y', CURRENT DATE)
              END-EXEC
           END-IF.

           MOVE 'SIGNATAIRE HABILITE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           MOVE WS-PLAFOND-SIGN TO WS-MONTANT-EDIT.
           DISPLAY 'SIGNATAIRE HABILITE : ' WS-ID-PERSONNE
              ' POUR LA SOCIETE ' WS-ID-SOCIETE.
           DISPLAY 'PLAFOND PAR VIREMENT : ' WS-MONTANT-EDIT
              ' - SECONDE SIGNATURE AU-DELA : ' WS-DOUBLE-SIGNATURE.

       3000-HABILITER-SIGNATAIRE-EXIT.
           EXIT.

       3500-RETIRER-SIGNATAIRE.
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-ID-SOCIETE.
           MOVE FUNCTION NUMVAL(WS-PARAM-3) TO WS-ID-PERSONNE.

           EXEC SQL
              UPDATE API8.SIGNATAIRE
              SET ACTIF = 'N',
                  DATE_MAJ = CURRENT DATE
              WHERE ID_CLIENT_SOCIETE = :WS-ID-SOCIETE
                AND ID_CLIENT_SIGN = :WS-ID-PERSONNE
                AND ACTIF = 'Y'
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'AUCUNE HABILITATION ACTIVE : ' WS-ID-PERSONNE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'SIGNATAIRE RETIRE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           DISPLAY 'HABILITATION RETIREE : ' WS-ID-PERSONNE
              ' POUR LA SOCIETE ' WS-ID-SOCIETE.

       3500-RETIRER-SIGNATAIRE-EXIT.
           EXIT.

       4000-CONTROLER-RATTACHEMENT.
      *    La societe doit etre une personne morale, la personne
      *    rattachee une personne physique cliente
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-ID-SOCIETE.
           MOVE FUNCTION NUMVAL(WS-PARAM-3) TO WS-ID-PERSONNE.

           MOVE SPACE TO WS-TYPE-CLIENT.
           EXEC SQL
              SELECT VALUE(TYPE_CLIENT, 'P')
              INTO :WS-TYPE-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-SOCIETE
           END-EXEC.
           IF SQLCODE = 100 OR WS-TYPE-CLIENT NOT = 'M'
              DISPLAY 'SOCIETE INCONNUE OU NON PERSONNE MORALE : '
                 WS-ID-SOCIETE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACE TO WS-TYPE-CLIENT.
           EXEC SQL
              SELECT VALUE(TYPE_CLIENT, 'P')
              INTO :WS-TYPE-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-PERSONNE
           END-EXEC.
           IF SQLCODE = 100 OR WS-TYPE-CLIENT NOT = 'P'
              DISPLAY 'PERSONNE INCONNUE OU NON PERSONNE PHYSIQUE : '
                 WS-ID-PERSONNE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       4000-CONTROLER-RATTACHEMENT-EXIT.
           EXIT.

       5000-TRACER-AUDIT.
      *    L'evenement est trace sur la societe
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
                 (:WS-ID-AUDIT, :WS-ID-SOCIETE, 'API8PMOR',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       5000-TRACER-AUDIT-EXIT.
           EXIT.

       0300-CONTROLER-APPROBATION.
      *    La carte doit correspondre a une demande approuvee ('V')
      *    et pas encore executee du circuit quatre yeux : saisie
      *    par un premier operateur (API8DEMB), approuvee par un
      *    second (ecran API8VALB) - une carte soumise directement
      *    est refusee
           MOVE WS-PARAM-SAISIE(1:64) TO WS-CARTE-DEMANDE.

           EXEC SQL
              SELECT MIN(ID_DEMANDE)
              INTO :WS-ID-DEMANDE-4Y :WS-4Y-NULL-IND
              FROM API8.DEMBATCH
              WHERE PROGRAMME = 'API8PMOR'
                AND CARTE = :WS-CARTE-DEMANDE
                AND STATUT_DEM = 'V'
                AND EXECUTE = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-4Y-NULL-IND = -1
              DISPLAY 'DEMANDE NON APPROUVEE - CIRCUIT QUATRE YEUX'
              DISPLAY 'SAISIR PAR API8DEMB, APPROUVER PAR API8VALB'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    La carte conservee ne garde pas le code en clair : il
      *    est recouvert d'etoiles (API8MASQ) a l'execution
           MOVE 'API8PMOR' TO MASQ-PROGRAMME.
           MOVE WS-CARTE-DEMANDE TO MASQ-CARTE.
           CALL 'API8MASQ' USING MASQ-ZONE.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET EXECUTE = 'Y',
                  CARTE = :MASQ-CARTE,
                  DATE_EXECUTION = CURRENT DATE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE-4Y
           END-EXEC.

       0300-CONTROLER-APPROBATION-EXIT.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PMOR        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PMOR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
