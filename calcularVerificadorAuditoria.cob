       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcularVerificadorAuditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CVA-I              PIC 9(3).

       LINKAGE SECTION.
       01 LK-REGISTRO           PIC X(420).
       01 LK-ANTERIOR           PIC 9(10).
       01 LK-VERIFICADOR        PIC 9(10).

       PROCEDURE DIVISION USING LK-REGISTRO LK-ANTERIOR
           LK-VERIFICADOR.
       MAIN-PROGRAM.
           COMPUTE LK-VERIFICADOR = FUNCTION MOD(
               LK-ANTERIOR + 7 2147483647)
           PERFORM SOMAR-VERIFICADOR
               VARYING WS-CVA-I FROM 1 BY 1
               UNTIL WS-CVA-I > 393
           GOBACK.

       SOMAR-VERIFICADOR.
           COMPUTE LK-VERIFICADOR = FUNCTION MOD(
               LK-VERIFICADOR * 31 +
               FUNCTION ORD(LK-REGISTRO(WS-CVA-I:1))
               2147483647).
