       IDENTIFICATION DIVISION.
       PROGRAM-ID. CribleDiviseurs.
       AUTHOR. Bruno.

      *    Constitution de la table de reference des diviseurs
      *    premiers : crible d'Eratosthene jusqu'a la racine carree
      *    du plus grand candidat admis (999 999 999, racine entiere
      *    31 622, crible pousse a 31 623 par securite). Chaque
      *    premier trouve est ecrit dans l'ordre croissant sur le
      *    fichier DIVPREM (enregistrement 'D'), suivi d'un
      *    enregistrement de fin 'F' portant la borne du crible et le
      *    nombre de premiers ecrits.
      *    Le screening, la maintenance du cache et la reconstruction
      *    du cache chargent cette table au demarrage et ne divisent
      *    plus que par des premiers ; sans elle (fichier absent,
      *    incomplet ou desordonne) ils reviennent a la division pas
      *    a pas. La table ne depend que de la borne : un passage
      *    unique suffit, a refaire seulement si la borne change.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVISEUR-FILE ASSIGN TO DIVPREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIVISEUR.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  DIVISEUR-FILE.
       01  FD-DIVISEUR.
           05  FD-DIV-TYPE        PIC X.
               88  FD-DIV-DETAIL      VALUE 'D'.
               88  FD-DIV-FIN         VALUE 'F'.
           05  FILLER             PIC X.
           05  FD-DIV-VALEUR      PIC 9(5).
           05  FILLER             PIC X.
           05  FD-DIV-COMPTE      PIC 9(5).
           05  FILLER             PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-DIVISEUR PIC X(2) VALUE SPACES.

      *    Borne du crible : racine entiere de 999 999 999 plus un.
       01  WS-BORNE           PIC 9(5) VALUE 31623.

       01  WS-CRIBLE.
           05  WS-CRIBLE-MARQUE   PIC X OCCURS 31623 TIMES.
               88  WS-CRIBLE-BARRE    VALUE 'X'.

       01  WS-CANDIDAT        PIC 9(5) VALUE ZERO.
       01  WS-MULTIPLE        PIC 9(10) VALUE ZERO.
       01  WS-NB-PREMIERS     PIC 9(5) VALUE ZERO.
       01  WS-DERNIER-PREMIER PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN OUTPUT DIVISEUR-FILE.
           IF WS-STATUT-DIVISEUR NOT = '00'
               DISPLAY 'Fichier DIVPREM inaccessible - statut '
                   WS-STATUT-DIVISEUR ' - table non constituee.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CRIBLER-JUSQUA-BORNE
               PERFORM ECRIRE-TABLE
               CLOSE DIVISEUR-FILE
               DISPLAY 'Table des diviseurs premiers constituee: '
                   WS-NB-PREMIERS ' premiers jusqu''a ' WS-BORNE
                   ' (plus grand: ' WS-DERNIER-PREMIER ').'
           END-IF.
           STOP RUN.

      *    Crible d'Eratosthene : 1 est barre d'office, puis chaque
      *    premier P non barre barre ses multiples a partir de P*P.
       CRIBLER-JUSQUA-BORNE.
           MOVE SPACES TO WS-CRIBLE.
           MOVE 'X' TO WS-CRIBLE-MARQUE (1).
           MOVE 2 TO WS-CANDIDAT.
           PERFORM UNTIL WS-CANDIDAT * WS-CANDIDAT > WS-BORNE
               IF NOT WS-CRIBLE-BARRE (WS-CANDIDAT)
                   COMPUTE WS-MULTIPLE = WS-CANDIDAT * WS-CANDIDAT
                   PERFORM UNTIL WS-MULTIPLE > WS-BORNE
                       MOVE 'X' TO WS-CRIBLE-MARQUE (WS-MULTIPLE)
                       ADD WS-CANDIDAT TO WS-MULTIPLE
                   END-PERFORM
               END-IF
               ADD 1 TO WS-CANDIDAT
           END-PERFORM.

       ECRIRE-TABLE.
           PERFORM VARYING WS-CANDIDAT FROM 2 BY 1
                   UNTIL WS-CANDIDAT > WS-BORNE
               IF NOT WS-CRIBLE-BARRE (WS-CANDIDAT)
                   ADD 1 TO WS-NB-PREMIERS
                   MOVE WS-CANDIDAT TO WS-DERNIER-PREMIER
                   MOVE SPACES TO FD-DIVISEUR
                   MOVE 'D' TO FD-DIV-TYPE
                   MOVE WS-CANDIDAT TO FD-DIV-VALEUR
                   MOVE WS-NB-PREMIERS TO FD-DIV-COMPTE
                   WRITE FD-DIVISEUR
               END-IF
           END-PERFORM.
           MOVE SPACES TO FD-DIVISEUR.
           MOVE 'F' TO FD-DIV-TYPE.
           MOVE WS-BORNE TO FD-DIV-VALEUR.
           MOVE WS-NB-PREMIERS TO FD-DIV-COMPTE.
           WRITE FD-DIVISEUR.
