        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT LOG-MAESTROS   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LOG-MAESTROS-ESTADO.

            SELECT PARAM-AUDITORIA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-AUD-ESTADO.

            SELECT LISTADO-AUDITORIA ASSIGN TO PRINTER
                                  "ListadoAuditoria.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD LISTADO-AUDITORIA LABEL RECORD OMITTED.
        01 LINEA-AUDITORIA PIC X(115).

        FD LOG-MAESTROS   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "LogMaestros.dat".
        01 REG-LOG-MAESTROS.
            03 LOG-FECHA              PIC 9(8).
            03 LOG-HORA               PIC 9(6).
            03 LOG-OPERADOR           PIC X(10).
            03 LOG-ENTIDAD            PIC X(1).
            03 LOG-ACCION             PIC X(1).
                88 LOG-ALTA           VALUE "A".
                88 LOG-BAJA           VALUE "B".
                88 LOG-MODIFICACION   VALUE "M".
                88 LOG-CONFIRMACION   VALUE "C".
            03 LOG-CLAVE              PIC X(12).
            03 LOG-IMAGEN-ANTES       PIC X(100).
            03 LOG-IMAGEN-DESPUES     PIC X(100).

        FD PARAM-AUDITORIA LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamAuditoria.dat".
        01 REG-PARAM-AUDITORIA.
            03 PAUD-ENTIDAD           PIC X(1).
            03 PAUD-FECHA-DESDE       PIC 9(8).
            03 PAUD-FECHA-HASTA       PIC 9(8).

        WORKING-STORAGE SECTION.
        77 LOG-MAESTROS-ESTADO PIC XX.
        77 PARAM-AUD-ESTADO PIC XX.
        77 EOF-LOG PIC XX VALUE "NO".
            88 EOF-LOG-MAESTROS VALUE "SI".

        01 WS-AUD-ENTIDAD PIC X(1) VALUE SPACES.
        01 WS-AUD-DESDE PIC 9(8) VALUE 0.
        01 WS-AUD-HASTA PIC 9(8) VALUE 99999999.
        01 WS-ENT-INDICE PIC 9(1) VALUE 0.
        01 WS-ENTIDAD-ACTUAL PIC X(1) VALUE SPACES.
        01 WS-CANT-ENTIDAD PIC 9(6) VALUE 0.
        01 WS-CANT-TOTAL PIC 9(6) VALUE 0.

        01 TABLA-ENTIDADES-VALORES.
            03 FILLER PIC X(16) VALUE "PProfesores     ".
            03 FILLER PIC X(16) VALUE "SSucursales     ".
            03 FILLER PIC X(16) VALUE "TTipos de clase ".
            03 FILLER PIC X(16) VALUE "UPresupuesto    ".
            03 FILLER PIC X(16) VALUE "KCta. corriente ".
        01 TABLA-ENTIDADES REDEFINES TABLA-ENTIDADES-VALORES.
            02 ENT OCCURS 5 TIMES.
                03 ENT-CODIGO      PIC X(1).
                03 ENT-DESC        PIC X(15).

        01 AUD-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Auditoria de Cambios a Archivos Maestros".
            03 FILLER      PIC X(45) VALUE SPACES.

        01 AUD-LINEA-RANGO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "Fechas desde: ".
            03 AUD-RANGO-DESDE PIC 9(8).
            03 FILLER          PIC X(9) VALUE "  hasta: ".
            03 AUD-RANGO-HASTA PIC 9(8).
            03 FILLER          PIC X(74) VALUE SPACES.

        01 AUD-TITULO-ENTIDAD.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Entidad: ".
            03 AUD-TIT-ENTIDAD PIC X(15).
            03 FILLER          PIC X(89) VALUE SPACES.

        01 AUD-LINEA-CAMBIO.
            03 FILLER          PIC X(4) VALUE SPACES.
            03 AUD-CAM-FECHA   PIC 9(8).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 AUD-CAM-HORA    PIC 9(6).
            03 FILLER          PIC X(11) VALUE "  Operador ".
            03 AUD-CAM-OPERADOR PIC X(10).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 AUD-CAM-ACCION  PIC X(12).
            03 FILLER          PIC X(7) VALUE " Clave ".
            03 AUD-CAM-CLAVE   PIC X(12).
            03 FILLER          PIC X(42) VALUE SPACES.

        01 AUD-LINEA-IMAGEN.
            03 FILLER          PIC X(6) VALUE SPACES.
            03 AUD-IMG-TITULO  PIC X(9).
            03 AUD-IMG-DATOS   PIC X(100).

        01 AUD-LINEA-TOTAL-ENTIDAD.
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "Cambios listados:   ".
            03 AUD-TOT-ENTIDAD PIC Z(5)9.
            03 FILLER          PIC X(85) VALUE SPACES.

        01 AUD-LINEA-TOTAL.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "Total de cambios:     ".
            03 AUD-TOT-GENERAL PIC Z(5)9.
            03 FILLER          PIC X(85) VALUE SPACES.

        01 LINEA-EN-BLANCO PIC X(115) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0300-LISTAR-ENTIDAD
                VARYING WS-ENT-INDICE FROM 1 BY 1
                UNTIL WS-ENT-INDICE > 5.
        PERFORM 0800-IMPRIMIR-TOTALES.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            OPEN INPUT LOG-MAESTROS.
            IF LOG-MAESTROS-ESTADO NOT = "00"
               DISPLAY "Error abriendo LogMaestros FS: "
                       LOG-MAESTROS-ESTADO
               STOP RUN
            END-IF.
            CLOSE LOG-MAESTROS.
            PERFORM 0150-LEER-PARAMETRO.
            OPEN OUTPUT LISTADO-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM AUD-ENCABEZADO.
            MOVE WS-AUD-DESDE TO AUD-RANGO-DESDE.
            MOVE WS-AUD-HASTA TO AUD-RANGO-HASTA.
            WRITE LINEA-AUDITORIA FROM AUD-LINEA-RANGO.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.

      *-----------------------------------------------------------*
      *----------    ENTIDAD (BLANCO = TODAS) Y RANGO DE   --------*
      *----------    FECHAS AAAAMMDD (DEFAULT: TODO EL LOG) --------*
      *-----------------------------------------------------------*
        0150-LEER-PARAMETRO.
         OPEN INPUT PARAM-AUDITORIA.
         IF PARAM-AUD-ESTADO = "00"
            READ PARAM-AUDITORIA
               AT END CONTINUE
               NOT AT END
                  MOVE PAUD-ENTIDAD TO WS-AUD-ENTIDAD
                  IF PAUD-FECHA-DESDE IS NUMERIC
                     MOVE PAUD-FECHA-DESDE TO WS-AUD-DESDE
                  END-IF
                  IF PAUD-FECHA-HASTA IS NUMERIC
                               AND PAUD-FECHA-HASTA > 0
                     MOVE PAUD-FECHA-HASTA TO WS-AUD-HASTA
                  END-IF
            END-READ
            CLOSE PARAM-AUDITORIA
         END-IF.

      *-----------------------------------------------------------*
      *----------    UNA PASADA DEL LOG POR ENTIDAD    ------------*
      *-----------------------------------------------------------*
        0300-LISTAR-ENTIDAD.
         MOVE ENT-CODIGO(WS-ENT-INDICE) TO WS-ENTIDAD-ACTUAL.
         IF WS-AUD-ENTIDAD = SPACES
            OR WS-AUD-ENTIDAD = WS-ENTIDAD-ACTUAL
            MOVE ENT-DESC(WS-ENT-INDICE) TO AUD-TIT-ENTIDAD
            WRITE LINEA-AUDITORIA FROM AUD-TITULO-ENTIDAD
            MOVE 0 TO WS-CANT-ENTIDAD
            MOVE "NO" TO EOF-LOG
            OPEN INPUT LOG-MAESTROS
            PERFORM 0310-LISTAR-CAMBIO UNTIL EOF-LOG-MAESTROS
            CLOSE LOG-MAESTROS
            MOVE WS-CANT-ENTIDAD TO AUD-TOT-ENTIDAD
            WRITE LINEA-AUDITORIA FROM AUD-LINEA-TOTAL-ENTIDAD
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO
            ADD WS-CANT-ENTIDAD TO WS-CANT-TOTAL
         END-IF.

        0310-LISTAR-CAMBIO.
         READ LOG-MAESTROS
            AT END MOVE "SI" TO EOF-LOG
            NOT AT END
               IF LOG-ENTIDAD = WS-ENTIDAD-ACTUAL
                  AND LOG-FECHA >= WS-AUD-DESDE
                  AND LOG-FECHA <= WS-AUD-HASTA
                  PERFORM 0320-IMPRIMIR-CAMBIO
               END-IF
         END-READ.

        0320-IMPRIMIR-CAMBIO.
         ADD 1 TO WS-CANT-ENTIDAD.
         MOVE LOG-FECHA    TO AUD-CAM-FECHA.
         MOVE LOG-HORA     TO AUD-CAM-HORA.
         MOVE LOG-OPERADOR TO AUD-CAM-OPERADOR.
         EVALUATE TRUE
            WHEN LOG-ALTA
               MOVE "Alta"         TO AUD-CAM-ACCION
            WHEN LOG-BAJA
               MOVE "Baja"         TO AUD-CAM-ACCION
            WHEN LOG-MODIFICACION
               MOVE "Modificacion" TO AUD-CAM-ACCION
            WHEN LOG-CONFIRMACION
               MOVE "Confirm. CBU" TO AUD-CAM-ACCION
            WHEN OTHER
               MOVE LOG-ACCION     TO AUD-CAM-ACCION
         END-EVALUATE.
         MOVE LOG-CLAVE    TO AUD-CAM-CLAVE.
         WRITE LINEA-AUDITORIA FROM AUD-LINEA-CAMBIO.
         IF LOG-IMAGEN-ANTES NOT = SPACES
            MOVE "Antes:   "      TO AUD-IMG-TITULO
            MOVE LOG-IMAGEN-ANTES TO AUD-IMG-DATOS
            WRITE LINEA-AUDITORIA FROM AUD-LINEA-IMAGEN
         END-IF.
         IF LOG-IMAGEN-DESPUES NOT = SPACES
            MOVE "Despues: "        TO AUD-IMG-TITULO
            MOVE LOG-IMAGEN-DESPUES TO AUD-IMG-DATOS
            WRITE LINEA-AUDITORIA FROM AUD-LINEA-IMAGEN
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0800-IMPRIMIR-TOTALES.
         MOVE WS-CANT-TOTAL TO AUD-TOT-GENERAL.
         WRITE LINEA-AUDITORIA FROM AUD-LINEA-TOTAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE LISTADO-AUDITORIA.
