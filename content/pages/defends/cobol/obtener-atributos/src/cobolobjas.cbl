       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLOBJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-STANDARD ASSIGN TO "AUTHSTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AS-KEY
           FILE STATUS IS WS-STD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AUTHORITY-STANDARD.
       01 AUTHORITY-STANDARD-RECORD.
           05 AS-KEY.
               10 AS-LIBRARY PIC X(10).
               10 AS-OBJTYPE PIC X(10).
           05 AS-MAX-PUBLIC  PIC X(10).
           05 AS-MAX-PRIVATE PIC X(10).
           05 AS-OWNER       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-STD-STATUS PIC X(02) VALUE "00".
           88 WS-STD-FOUND    VALUE "00".
           88 WS-STD-NOTFOUND VALUE "23".
       01 W01-TRANS-CODE PIC X(01) VALUE "I".
           88 W01-ADD     VALUE "A".
           88 W01-UPDATE  VALUE "U".
           88 W01-DELETE  VALUE "D".
           88 W01-INQUIRE VALUE "I".
       01 W02-LIBRARY    PIC X(10) VALUE SPACES.
       01 W03-OBJTYPE    PIC X(10) VALUE SPACES.

      * Authority standard by library and object type for the
      * COBOLOBJAU sweep: the most the public may have, the most any
      * other user but the owner may have (*EXCLUDE, *USE, *CHANGE or
      * *ALL), and the profile that must own the objects, blank for
      * any.  Library *ALL is the standard for a type wherever a
      * library has none of its own.
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O AUTHORITY-STANDARD.
           IF WS-STD-STATUS = "35"
               OPEN OUTPUT AUTHORITY-STANDARD
               CLOSE AUTHORITY-STANDARD
               OPEN I-O AUTHORITY-STANDARD
           END-IF.

           DISPLAY "Transaccion (A/U/D/I): ".
           ACCEPT W01-TRANS-CODE.

           DISPLAY "Biblioteca (*ALL para todas): ".
           ACCEPT W02-LIBRARY.

           DISPLAY "Tipo de objeto (*PGM, *FILE, etc): ".
           ACCEPT W03-OBJTYPE.

           MOVE W02-LIBRARY TO AS-LIBRARY.
           MOVE W03-OBJTYPE TO AS-OBJTYPE.
           READ AUTHORITY-STANDARD
               KEY IS AS-KEY
               INVALID KEY SET WS-STD-NOTFOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN W01-ADD
                   PERFORM ADD-ENTRY
               WHEN W01-UPDATE
                   PERFORM UPDATE-ENTRY
               WHEN W01-DELETE
                   PERFORM DELETE-ENTRY
               WHEN W01-INQUIRE
                   PERFORM INQUIRE-ENTRY
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE AUTHORITY-STANDARD.

           STOP RUN.

       ADD-ENTRY.
           IF WS-STD-FOUND
               DISPLAY "Ya existe un estandar para esa combinacion"
           ELSE
               MOVE W02-LIBRARY TO AS-LIBRARY
               MOVE W03-OBJTYPE TO AS-OBJTYPE
               PERFORM ACCEPT-STD-FIELDS
               WRITE AUTHORITY-STANDARD-RECORD
               DISPLAY "Estandar registrado"
           END-IF.

       UPDATE-ENTRY.
           IF WS-STD-NOTFOUND
               DISPLAY "No existe un estandar para esa combinacion"
           ELSE
               PERFORM ACCEPT-STD-FIELDS
               REWRITE AUTHORITY-STANDARD-RECORD
               DISPLAY "Estandar actualizado"
           END-IF.

       DELETE-ENTRY.
           IF WS-STD-NOTFOUND
               DISPLAY "No existe un estandar para esa combinacion"
           ELSE
               DELETE AUTHORITY-STANDARD RECORD
               DISPLAY "Estandar eliminado"
           END-IF.

       INQUIRE-ENTRY.
           IF WS-STD-NOTFOUND
               DISPLAY "No existe un estandar para esa combinacion"
           ELSE
               DISPLAY "Maxima autoridad publica: " AS-MAX-PUBLIC
               DISPLAY "Maxima autoridad privada: " AS-MAX-PRIVATE
               DISPLAY "Propietario requerido: " AS-OWNER
           END-IF.

       ACCEPT-STD-FIELDS.
           DISPLAY "Maxima autoridad publica (*EXCLUDE/*USE/"
               "*CHANGE/*ALL): ".
           ACCEPT AS-MAX-PUBLIC.
           DISPLAY "Maxima autoridad privada (*EXCLUDE/*USE/"
               "*CHANGE/*ALL): ".
           ACCEPT AS-MAX-PRIVATE.
           DISPLAY "Propietario requerido (en blanco si no aplica): ".
           ACCEPT AS-OWNER.
