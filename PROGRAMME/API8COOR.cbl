      *    Une mise a jour leve le drapeau NPAI (courrier revenu,
      *    pose par API8NPAI) : l'adresse fraiche rend le client de
      *    nouveau routable par les releves API8RELV.
      *    De meme pour les rebonds repetes de la passerelle : un
      *    telephone ou un courriel marque a corriger par API8NOTR
      *    (CONTACT_INVALIDE 'T', 'E' ou 'B') est signale a
      *    l'affichage, et la marque du champ tombe - avec son
      *    compteur de rebonds - des qu'il est effectivement modifie.
      *
      *    Deux modes sur le meme ecran :
      *       - libre-service : le client arrive du menu API8BM1P
      *       EMAIL      un seul '@' et au moins un '.', ou blanc
      *       PREF_NOTIF 'S'/'E'/'C' ; 'S' exige un telephone,
      *                  'E' exige un courriel
      *
      *    L'ecran tient aussi l'accord du client aux messages
      *    commerciaux, canal par canal : OPTIN_SMS, OPTIN_MAIL et
      *    OPTIN_POST ('Y'/'N'). Sans accord exprime, SMS et courriel
      *    sont refuses et le courrier accepte (repli des colonnes
      *    nulles). Les campagnes commerciales API8CAMP et la chaine
      *    API8NOTI ne passent que par un canal accepte ; les
      *    messages reglementaires n'en tiennent pas compte. Chaque
      *    changement d'accord est journalise comme les coordonnees.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TELEPHONE-AVANT     PIC X(10).
       01  WS-EMAIL-AVANT         PIC X(30).
       01  WS-PREF-NOTIF-AVANT    PIC X(1).
       01  WS-CONTACT-INVALIDE    PIC X(1).
       01  WS-CONTACT-APRES       PIC X(1).

       01  WS-ADRESSE-APRES       PIC X(60).
       01  WS-TELEPHONE-APRES     PIC X(10).
       01  WS-EMAIL-APRES         PIC X(30).
       01  WS-PREF-NOTIF-APRES    PIC X(1).

      *    Accord aux messages commerciaux par canal
       01  WS-OPTIN-SMS-AVANT     PIC X(1).
       01  WS-OPTIN-MAIL-AVANT    PIC X(1).
       01  WS-OPTIN-POST-AVANT    PIC X(1).
       01  WS-OPTIN-SMS-APRES     PIC X(1).
       01  WS-OPTIN-MAIL-APRES    PIC X(1).
       01  WS-OPTIN-POST-APRES    PIC X(1).

       01  WS-NB-AROBASE          PIC 9(2).
       01  WS-NB-POINTS           PIC 9(2).

              END-EVALUATE
           END-IF.

      *    Accords commerciaux : Y ou N, blanc pour garder
           IF VALID-DATA
              IF (OPTSCI NOT = SPACE AND OPTSCI NOT = LOW-VALUES
                  AND OPTSCI NOT = 'Y' AND OPTSCI NOT = 'N')
              OR (OPTECI NOT = SPACE AND OPTECI NOT = LOW-VALUES
                  AND OPTECI NOT = 'Y' AND OPTECI NOT = 'N')
              OR (OPTCCI NOT = SPACE AND OPTCCI NOT = LOW-VALUES
                  AND OPTCCI NOT = 'Y' AND OPTCCI NOT = 'N')
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ACCORD COMMERCIAL : Y OU N' TO MESCOOO
              END-IF
           END-IF.

       1150-AFFICHER-COORDONNEES.
      *    Pre-remplissage avec les coordonnees courantes du client
      *    connecte (repli blanc/courrier pour les clients anterieurs
      *    aux colonnes de contact)
           EXEC SQL
              SELECT ADRESSE, VALUE(TELEPHONE, ' '),
                     VALUE(EMAIL, ' '), VALUE(PREF_NOTIF, 'C'),
                     VALUE(CONTACT_INVALIDE, ' '),
                     VALUE(OPTIN_SMS, 'N'), VALUE(OPTIN_MAIL, 'N'),
                     VALUE(OPTIN_POST, 'Y')
              INTO :WS-ADRESSE-AVANT, :WS-TELEPHONE-AVANT,
                   :WS-EMAIL-AVANT, :WS-PREF-NOTIF-AVANT,
                   :WS-CONTACT-INVALIDE,
                   :WS-OPTIN-SMS-AVANT, :WS-OPTIN-MAIL-AVANT,
                   :WS-OPTIN-POST-AVANT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-CIBLE
           END-EXEC.
              MOVE WS-TELEPHONE-AVANT TO TELCO
              MOVE WS-EMAIL-AVANT TO EMAILCO
              MOVE WS-PREF-NOTIF-AVANT TO PREFNCO
              MOVE WS-OPTIN-SMS-AVANT TO OPTSCO
              MOVE WS-OPTIN-MAIL-AVANT TO OPTECO
              MOVE WS-OPTIN-POST-AVANT TO OPTCCO
              PERFORM 1160-SIGNALER-CONTACT
           END-IF.

       1160-SIGNALER-CONTACT.
      *    Coordonnee marquee par les rebonds de la passerelle
           EVALUATE WS-CONTACT-INVALIDE
              WHEN 'T'
                 MOVE 'TELEPHONE NON REMIS - A CORRIGER' TO MESCOOO
              WHEN 'E'
                 MOVE 'COURRIEL NON REMIS - A CORRIGER' TO MESCOOO
              WHEN 'B'
                 MOVE 'TELEPHONE ET COURRIEL NON REMIS - A CORRIGER'
                    TO MESCOOO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1300-METTRE-A-JOUR.
      *    Relecture des valeurs courantes : le journal porte
      *    l'ancienne valeur de chaque champ effectivement modifie
           EXEC SQL
              SELECT ADRESSE, VALUE(TELEPHONE, ' '),
                     VALUE(EMAIL, ' '), VALUE(PREF_NOTIF, 'C'),
                     VALUE(CONTACT_INVALIDE, ' '),
                     VALUE(OPTIN_SMS, 'N'), VALUE(OPTIN_MAIL, 'N'),
                     VALUE(OPTIN_POST, 'Y')
              INTO :WS-ADRESSE-AVANT, :WS-TELEPHONE-AVANT,
                   :WS-EMAIL-AVANT, :WS-PREF-NOTIF-AVANT,
                   :WS-CONTACT-INVALIDE,
                   :WS-OPTIN-SMS-AVANT, :WS-OPTIN-MAIL-AVANT,
                   :WS-OPTIN-POST-AVANT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-CIBLE
           END-EXEC.
              MOVE PREFNCI TO WS-PREF-NOTIF-APRES
           END-IF.

           IF OPTSCI = SPACE OR OPTSCI = LOW-VALUES
              MOVE WS-OPTIN-SMS-AVANT TO WS-OPTIN-SMS-APRES
           ELSE
              MOVE OPTSCI TO WS-OPTIN-SMS-APRES
           END-IF.
           IF OPTECI = SPACE OR OPTECI = LOW-VALUES
              MOVE WS-OPTIN-MAIL-AVANT TO WS-OPTIN-MAIL-APRES
           ELSE
              MOVE OPTECI TO WS-OPTIN-MAIL-APRES
           END-IF.
           IF OPTCCI = SPACE OR OPTCCI = LOW-VALUES
              MOVE WS-OPTIN-POST-AVANT TO WS-OPTIN-POST-APRES
           ELSE
              MOVE OPTCCI TO WS-OPTIN-POST-APRES
           END-IF.

      *    La marque de rebonds tombe sur le champ corrige seulement
           MOVE WS-CONTACT-INVALIDE TO WS-CONTACT-APRES.
           IF WS-TELEPHONE-APRES NOT = WS-TELEPHONE-AVANT
              IF WS-CONTACT-APRES = 'T'
                 MOVE SPACE TO WS-CONTACT-APRES
              END-IF
              IF WS-CONTACT-APRES = 'B'
                 MOVE 'E' TO WS-CONTACT-APRES
              END-IF
           END-IF.
           IF WS-EMAIL-APRES NOT = WS-EMAIL-AVANT
              IF WS-CONTACT-APRES = 'E'
                 MOVE SPACE TO WS-CONTACT-APRES
              END-IF
              IF WS-CONTACT-APRES = 'B'
                 MOVE 'T' TO WS-CONTACT-APRES
              END-IF
           END-IF.

       1320-APPLIQUER-MAJ.
      *    Coherence sur les valeurs RESULTANTES : garder le canal
      *    SMS en effacant le telephone laisserait une preference
                  TELEPHONE = :WS-TELEPHONE-APRES,
                  EMAIL = :WS-EMAIL-APRES,
                  PREF_NOTIF = :WS-PREF-NOTIF-APRES,
                  NPAI = 'N',
                  CONTACT_INVALIDE = :WS-CONTACT-APRES,
                  OPTIN_SMS = :WS-OPTIN-SMS-APRES,
                  OPTIN_MAIL = :WS-OPTIN-MAIL-APRES,
                  OPTIN_POST = :WS-OPTIN-POST-APRES
              WHERE ID_CLIENT = :WS-ID-CLIENT-CIBLE
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1326-REARMER-REBONDS
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR MISE A JOUR CLIENT' TO MESCOOO
           ELSE
              PERFORM 1330-JOURNALISER-CHANGEMENTS
              MOVE 'COORDONNEES MISES A JOUR' TO MESCOOO
      *       Coordonnee marquee non corrigee : l'alerte prime
              MOVE WS-CONTACT-APRES TO WS-CONTACT-INVALIDE
              PERFORM 1160-SIGNALER-CONTACT
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-COO
           END-IF.

       1326-REARMER-REBONDS.
      *    Nouvelle coordonnee : ses rebonds anterieurs ne comptent
      *    plus pour API8NOTR
           IF WS-TELEPHONE-APRES NOT = WS-TELEPHONE-AVANT
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET REBONDS_SMS = 0
                 WHERE ID_CLIENT = :WS-ID-CLIENT-CIBLE
              END-EXEC
           END-IF.
           IF WS-EMAIL-APRES NOT = WS-EMAIL-AVANT
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET REBONDS_EMAIL = 0
                 WHERE ID_CLIENT = :WS-ID-CLIENT-CIBLE
              END-EXEC
           END-IF.

       1330-JOURNALISER-CHANGEMENTS.
           IF WS-ADRESSE-APRES NOT = WS-ADRESSE-AVANT
              MOVE 'ADRESSE' TO WS-CHAMP-JRNL
              PERFORM 1340-ECRIRE-JOURNAL
           END-IF.

           IF WS-OPTIN-SMS-APRES NOT = WS-OPTIN-SMS-AVANT
              MOVE 'OPTIN_SMS' TO WS-CHAMP-JRNL
              MOVE WS-OPTIN-SMS-AVANT TO WS-AVANT-JRNL
              MOVE WS-OPTIN-SMS-APRES TO WS-APRES-JRNL
              PERFORM 1340-ECRIRE-JOURNAL
           END-IF.

           IF WS-OPTIN-MAIL-APRES NOT = WS-OPTIN-MAIL-AVANT
              MOVE 'OPTIN_MAIL' TO WS-CHAMP-JRNL
              MOVE WS-OPTIN-MAIL-AVANT TO WS-AVANT-JRNL
              MOVE WS-OPTIN-MAIL-APRES TO WS-APRES-JRNL
              PERFORM 1340-ECRIRE-JOURNAL
           END-IF.

           IF WS-OPTIN-POST-APRES NOT = WS-OPTIN-POST-AVANT
              MOVE 'OPTIN_POST' TO WS-CHAMP-JRNL
              MOVE WS-OPTIN-POST-AVANT TO WS-AVANT-JRNL
              MOVE WS-OPTIN-POST-APRES TO WS-APRES-JRNL
              PERFORM 1340-ECRIRE-JOURNAL
           END-IF.

       1340-ECRIRE-JOURNAL.
      *    Une ligne API8.COORDJRNL par champ modifie - la trace ne
      *    bloque jamais la mise a jour elle-meme
