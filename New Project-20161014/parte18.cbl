        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROF-ESTADO.

            SELECT MAE-TIMES      ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS MAE-TIMES-CLAVE
                                  FILE STATUS IS MAE-TIMES-ESTADO.

            SELECT MAE-HIST       ASSIGN TO "MAEHIST"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

            SELECT RECHAZOS-NOV   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RECHAZOS-NOV-ESTADO.

            SELECT PAGO-BANCO     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-BANCO-ESTADO.

            SELECT RETORNO-BANCO  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RETORNO-ESTADO.

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Profesores.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

        FD MAE-TIMES   LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "MaeTimes.dat".
        01 REG-MAE-TIMES.
            03 MAE-TIMES-CLAVE.
                05 MAE-TIMES-NUMERO       PIC X(5).
                05 MAE-TIMES-FECHA.
                    07 MAE-TIMES-DIA      PIC 9(2).
                    07 MAE-TIMES-MES      PIC 9(2).
                    07 MAE-TIMES-ANIO     PIC 9(4).
                05 MAE-TIMES-SUCURSAL     PIC X(3).
                05 MAE-TIMES-TIPO-CLASE   PIC X(4).
            03 MAE-TIMES-HORAS        PIC 9(2)V99.

        FD MAE-HIST    LABEL RECORD IS STANDARD.
        01 REG-MAE-HIST.
            03 MAE-HIST-NUMERO        PIC X(5).
            03 MAE-HIST-FECHA.
                05 MAE-HIST-DIA       PIC 9(2).
                05 MAE-HIST-MES       PIC 9(2).
                05 MAE-HIST-ANIO      PIC 9(4).
            03 MAE-HIST-SUCURSAL      PIC X(3).
            03 MAE-HIST-TIPO-CLASE    PIC X(4).
            03 MAE-HIST-HORAS         PIC 9(2)V99.

      *  ETAPAS: 1 NOVEDADES MEZCLADAS, 2 LIQUIDADO, 3 PAGO ENVIADO,
      *  4 RETORNO CONCILIADO, 5 CERRADO
        FD ESTADO-PERIODO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "EstadoPeriodos.dat".
        01 REG-ESTADO-PERIODO.
            03 EPER-PERIODO           PIC 9(6).
            03 EPER-ETAPA             PIC 9(1).
            03 EPER-ETAPAS OCCURS 5 TIMES.
                05 EPER-ETA-CORRIDA   PIC 9(5).
                05 EPER-ETA-FECHA     PIC X(14).

        FD RECHAZOS-NOV   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "RechazosNov.dat".
        01 REG-RECHAZO-NOV.
            03 RECH-NOV-NUMERO        PIC X(5).
            03 RECH-NOV-FECHA.
                05 RECH-NOV-ANIO      PIC 9(4).
                05 RECH-NOV-MES       PIC 9(2).
                05 RECH-NOV-DIA       PIC 9(2).
            03 RECH-NOV-SUCURSAL      PIC X(3).
            03 RECH-NOV-TIPO-CLASE    PIC X(4).
            03 RECH-NOV-HORAS         PIC 9(2)V99.
            03 RECH-NOV-MOTIVO        PIC X(3).
            03 RECH-NOV-CICLOS        PIC 9(2).
            03 RECH-NOV-MOVIMIENTO    PIC X(1).

        FD PAGO-BANCO  LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosBanco.dat".
        01 REG-PAGO-DETALLE.
            03 PAGO-DET-TIPO          PIC X(1).
            03 PAGO-DET-NUMERO        PIC X(5).
            03 PAGO-DET-DNI           PIC 9(8).
            03 PAGO-DET-CBU           PIC X(22).
            03 PAGO-DET-IMPORTE       PIC 9(9)V99.
            03 PAGO-DET-PERIODO       PIC 9(6).

        FD RETORNO-BANCO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "RetornoBanco.dat".
        01 REG-RETORNO-DETALLE.
            03 RTB-TIPO               PIC X(1).
                88 RTB-REG-DETALLE    VALUE "D".
                88 RTB-REG-TRAILER    VALUE "T".
            03 RTB-NUMERO             PIC X(5).
            03 RTB-CBU                PIC X(22).
            03 RTB-IMPORTE            PIC 9(9)V99.
            03 RTB-PERIODO            PIC 9(6).
            03 RTB-ESTADO             PIC X(2).
                88 RTB-ACEPTADO       VALUE "AC".
                88 RTB-RECHAZADO      VALUE "RE".
            03 RTB-MOTIVO             PIC X(30).

        WORKING-STORAGE SECTION.
        77 PROF-ESTADO PIC XX.
        77 MAE-TIMES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 ESTADO-PER-ESTADO PIC XX.
        77 RECHAZOS-NOV-ESTADO PIC XX.
        77 PAGO-BANCO-ESTADO PIC XX.
        77 RETORNO-ESTADO PIC XX.
        77 EOF-PROF PIC XX VALUE "NO".
            88 EOF-PROFESORES VALUE "SI".
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 EOF-HIST PIC XX VALUE "NO".
            88 EOF-MAE-HIST VALUE "SI".
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".
        77 EOF-RECH PIC XX VALUE "NO".
            88 EOF-RECHAZOS-NOV VALUE "SI".
        77 EOF-PAGO PIC XX VALUE "NO".
            88 EOF-PAGO-BANCO VALUE "SI".
        77 EOF-RETORNO PIC XX VALUE "NO".
            88 EOF-RETORNO-BANCO VALUE "SI".

        01 WS-FLAG-FIN-CONSULTA PIC X VALUE "N".
            88 FIN-CONSULTA VALUE "S".
        01 WS-FLAG-PROF-HALLADO PIC X VALUE "N".
            88 PROFESOR-HALLADO VALUE "S".
        01 WS-FLAG-PERIODO-VALIDO PIC X VALUE "N".
            88 PERIODO-VALIDO VALUE "S".
        01 WS-FLAG-CORTAR PIC X VALUE "N".
            88 CORTAR-DETALLE VALUE "S".
        01 WS-FLAG-HALLADO PIC X VALUE "N".

      *  DATOS INGRESADOS POR EL OPERADOR
        01 WS-ENTRADA PIC X(8) VALUE SPACES.
        01 WS-ENTRADA-DNI REDEFINES WS-ENTRADA PIC 9(8).
        01 WS-ENTRADA-PERIODO PIC X(6) VALUE SPACES.
        01 WS-ENTRADA-PER-NUM REDEFINES WS-ENTRADA-PERIODO.
            03 WS-ENT-ANIO PIC 9(4).
            03 WS-ENT-MES  PIC 9(2).
        01 WS-FILTRO-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-FILTRO-TIPO PIC X(4) VALUE SPACES.
        01 WS-RESPUESTA PIC X(1) VALUE SPACES.

      *  PROFESOR HALLADO Y PERIODO CONSULTADO
        01 WS-PROF-NUMERO PIC X(5) VALUE SPACES.
        01 WS-PROF-DNI PIC 9(8) VALUE 0.
        01 WS-PERIODO PIC 9(6) VALUE 0.
        01 WS-ANIO PIC 9(4) VALUE 0.
        01 WS-MES PIC 9(2) VALUE 0.
        01 WS-ETAPA PIC 9(1) VALUE 0.
        01 WS-HIST-NOMBRE PIC X(30) VALUE SPACES.
        01 WS-ENV-NOMBRE PIC X(20).

      *  UNA CLASE A MOSTRAR, DEL MAESTRO O DEL HISTORICO
        01 WS-CON-DIA PIC 9(2) VALUE 0.
        01 WS-CON-MES PIC 9(2) VALUE 0.
        01 WS-CON-ANIO PIC 9(4) VALUE 0.
        01 WS-CON-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-CON-TIPO PIC X(4) VALUE SPACES.
        01 WS-CON-HORAS PIC 9(2)V99 VALUE 0.

        01 WS-LINEAS-PAGINA PIC 9(2) VALUE 0.
        01 WS-CANT-CLASES PIC 9(5) VALUE 0.
        01 WS-TOTAL-HORAS PIC 9(7)V99 VALUE 0.
        01 WS-CANT-RECHAZOS PIC 9(5) VALUE 0.
        01 WS-CANT-PAGOS PIC 9(5) VALUE 0.
        01 WS-CANT-RETORNOS PIC 9(5) VALUE 0.

        01 WS-CANT-CON-SUC PIC 9(2) VALUE 0.
        01 TABLA-CON-SUC.
            02 CON-SUC OCCURS 50 TIMES INDEXED BY CSUC-INDICE.
                03 CSUC-CODIGO PIC X(3).
                03 CSUC-CANT   PIC 9(5).
                03 CSUC-HORAS  PIC 9(7)V99.

        01 TABLA-ETAPAS-VALORES.
            03 FILLER PIC X(20) VALUE "Sin etapas".
            03 FILLER PIC X(20) VALUE "Novedades mezcladas".
            03 FILLER PIC X(20) VALUE "Liquidado".
            03 FILLER PIC X(20) VALUE "Pago enviado".
            03 FILLER PIC X(20) VALUE "Retorno conciliado".
            03 FILLER PIC X(20) VALUE "Cerrado".
        01 TABLA-ETAPAS REDEFINES TABLA-ETAPAS-VALORES.
            02 ETAPA-DESC OCCURS 6 TIMES PIC X(20).

        01 CON-SEPARADOR PIC X(78) VALUE ALL "-".

        01 CON-LINEA-PROFESOR.
            03 FILLER          PIC X(10) VALUE "Profesor: ".
            03 CON-PROF-NUM    PIC X(5).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 CON-PROF-NOM    PIC X(25).
            03 FILLER          PIC X(6) VALUE "  DNI ".
            03 CON-PROF-DNI    PIC 9(8).

        01 CON-LINEA-DOMICILIO.
            03 FILLER          PIC X(10) VALUE "Domicilio ".
            03 CON-PROF-DIRE   PIC X(20).
            03 FILLER          PIC X(7) VALUE "  Tel. ".
            03 CON-PROF-TEL    PIC X(20).

        01 CON-LINEA-CBU.
            03 FILLER          PIC X(10) VALUE "CBU:      ".
            03 CON-PROF-CBU    PIC X(22).

        01 CON-LINEA-ORIGEN.
            03 FILLER          PIC X(9) VALUE "Periodo ".
            03 CON-ORI-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 CON-ORI-ANIO    PIC 9(4).
            03 FILLER          PIC X(3) VALUE " - ".
            03 CON-ORI-ETAPA   PIC X(20).
            03 FILLER          PIC X(9) VALUE " - Fuente".
            03 FILLER          PIC X(1) VALUE SPACES.
            03 CON-ORI-FUENTE  PIC X(30).

        01 CON-TITULO-CLASES.
            03 FILLER PIC X(12) VALUE "Fecha".
            03 FILLER PIC X(10) VALUE "Sucursal".
            03 FILLER PIC X(8) VALUE "Tipo".
            03 FILLER PIC X(6) VALUE "Horas".

        01 CON-LINEA-CLASE.
            03 CON-CLA-DIA     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 CON-CLA-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 CON-CLA-ANIO    PIC 9(4).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-CLA-SUC     PIC X(3).
            03 FILLER          PIC X(7) VALUE SPACES.
            03 CON-CLA-TIPO    PIC X(4).
            03 FILLER          PIC X(3) VALUE SPACES.
            03 CON-CLA-HORAS   PIC Z9,99.

        01 CON-LINEA-TOT-SUC.
            03 FILLER          PIC X(18) VALUE "Total sucursal    ".
            03 CON-TSU-SUC     PIC X(3).
            03 FILLER          PIC X(3) VALUE SPACES.
            03 CON-TSU-CANT    PIC ZZZZ9.
            03 FILLER          PIC X(9) VALUE " clases  ".
            03 CON-TSU-HORAS   PIC Z(6)9,99.
            03 FILLER          PIC X(6) VALUE " horas".

        01 CON-LINEA-TOT-GRAL.
            03 FILLER          PIC X(24) VALUE "Total periodo".
            03 CON-TGR-CANT    PIC ZZZZ9.
            03 FILLER          PIC X(9) VALUE " clases  ".
            03 CON-TGR-HORAS   PIC Z(6)9,99.
            03 FILLER          PIC X(6) VALUE " horas".

        01 CON-TITULO-RECHAZOS.
            03 FILLER PIC X(12) VALUE "Fecha".
            03 FILLER PIC X(6) VALUE "Suc.".
            03 FILLER PIC X(6) VALUE "Tipo".
            03 FILLER PIC X(7) VALUE "Horas".
            03 FILLER PIC X(8) VALUE "Motivo".
            03 FILLER PIC X(8) VALUE "Ciclos".
            03 FILLER PIC X(10) VALUE "Movimiento".

        01 CON-LINEA-RECHAZO.
            03 CON-REC-DIA     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 CON-REC-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 CON-REC-ANIO    PIC 9(4).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-REC-SUC     PIC X(3).
            03 FILLER          PIC X(3) VALUE SPACES.
            03 CON-REC-TIPO    PIC X(4).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-REC-HORAS   PIC Z9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-REC-MOTIVO  PIC X(3).
            03 FILLER          PIC X(5) VALUE SPACES.
            03 CON-REC-CICLOS  PIC Z9.
            03 FILLER          PIC X(6) VALUE SPACES.
            03 CON-REC-MOVIM   PIC X(1).

        01 CON-LINEA-PAGO.
            03 FILLER          PIC X(14) VALUE "Pago periodo ".
            03 CON-PAG-PERIODO PIC 9(6).
            03 FILLER          PIC X(6) VALUE "  CBU ".
            03 CON-PAG-CBU     PIC X(22).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-PAG-IMPORTE PIC Z(8)9,99.

        01 CON-LINEA-RETORNO.
            03 FILLER          PIC X(14) VALUE "Retorno banco ".
            03 CON-RET-PERIODO PIC 9(6).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-RET-ESTADO  PIC X(10).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-RET-IMPORTE PIC Z(8)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CON-RET-MOTIVO  PIC X(30).

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CONSULTAR-PROFESOR UNTIL FIN-CONSULTA.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            DISPLAY CON-SEPARADOR.
            DISPLAY "Consulta de horas y pagos por profesor".
            DISPLAY "Todos los archivos se abren solo para lectura".
            DISPLAY CON-SEPARADOR.

      *-----------------------------------------------------------*
      *----------    UNA CONSULTA COMPLETA POR PROFESOR    --------*
      *-----------------------------------------------------------*
        0200-CONSULTAR-PROFESOR.
         DISPLAY " ".
         DISPLAY "Numero de profesor o DNI (8 digitos), FIN termina: "
                 WITH NO ADVANCING.
         MOVE SPACES TO WS-ENTRADA.
         ACCEPT WS-ENTRADA.
         IF WS-ENTRADA = "FIN" OR WS-ENTRADA = "fin"
                                OR WS-ENTRADA = SPACES
            MOVE "S" TO WS-FLAG-FIN-CONSULTA
         ELSE
            PERFORM 0210-BUSCAR-PROFESOR
            IF PROFESOR-HALLADO
               MOVE "N" TO WS-FLAG-PERIODO-VALIDO
               PERFORM 0300-PEDIR-PERIODO UNTIL PERIODO-VALIDO
               PERFORM 0350-PEDIR-FILTROS
               PERFORM 0400-MOSTRAR-HORAS
               PERFORM 0500-MOSTRAR-RECHAZOS
               PERFORM 0600-MOSTRAR-PAGOS
            ELSE
               DISPLAY "Profesor inexistente: " WS-ENTRADA
            END-IF
         END-IF.

      *-----------------------------------------------------------*
      *----------    BUSQUEDA POR NUMERO O POR DNI    -------------*
      *-----------------------------------------------------------*
        0210-BUSCAR-PROFESOR.
         MOVE "N" TO WS-FLAG-PROF-HALLADO.
         MOVE "NO" TO EOF-PROF.
         OPEN INPUT PROFESORES.
         IF PROF-ESTADO NOT = "00"
            DISPLAY "Error abriendo Profesores FS: " PROF-ESTADO
         ELSE
            PERFORM 0215-COMPARAR-PROFESOR
                    UNTIL EOF-PROFESORES OR PROFESOR-HALLADO
            CLOSE PROFESORES
         END-IF.

        0215-COMPARAR-PROFESOR.
         READ PROFESORES
            AT END MOVE "SI" TO EOF-PROF
            NOT AT END
               IF (WS-ENTRADA IS NUMERIC
                               AND PROF-DNI = WS-ENTRADA-DNI)
                  OR PROF-NUMERO = WS-ENTRADA(1:5)
                                AND WS-ENTRADA(6:3) = SPACES
                  MOVE "S" TO WS-FLAG-PROF-HALLADO
                  MOVE PROF-NUMERO TO WS-PROF-NUMERO
                  MOVE PROF-DNI    TO WS-PROF-DNI
                  PERFORM 0220-MOSTRAR-PROFESOR
               END-IF
         END-READ.

        0220-MOSTRAR-PROFESOR.
         DISPLAY CON-SEPARADOR.
         MOVE PROF-NUMERO TO CON-PROF-NUM.
         MOVE PROF-NOMBRE TO CON-PROF-NOM.
         MOVE PROF-DNI    TO CON-PROF-DNI.
         DISPLAY CON-LINEA-PROFESOR.
         MOVE PROF-DIRE   TO CON-PROF-DIRE.
         MOVE PROF-TEL    TO CON-PROF-TEL.
         DISPLAY CON-LINEA-DOMICILIO.
         IF PROF-CBU = SPACES
            MOVE "SIN CBU" TO CON-PROF-CBU
         ELSE
            MOVE PROF-CBU TO CON-PROF-CBU
         END-IF.
         DISPLAY CON-LINEA-CBU.

      *-----------------------------------------------------------*
      *----------    PERIODO Y FILTROS DE LA CONSULTA    ----------*
      *-----------------------------------------------------------*
        0300-PEDIR-PERIODO.
         DISPLAY "Periodo a consultar (AAAAMM): " WITH NO ADVANCING.
         MOVE SPACES TO WS-ENTRADA-PERIODO.
         ACCEPT WS-ENTRADA-PERIODO.
         IF WS-ENTRADA-PERIODO IS NUMERIC
            AND WS-ENT-MES >= 1 AND WS-ENT-MES <= 12
            MOVE "S" TO WS-FLAG-PERIODO-VALIDO
            MOVE WS-ENTRADA-PERIODO TO WS-PERIODO
            MOVE WS-ENT-ANIO TO WS-ANIO
            MOVE WS-ENT-MES  TO WS-MES
         ELSE
            DISPLAY "Periodo invalido: " WS-ENTRADA-PERIODO
         END-IF.

        0350-PEDIR-FILTROS.
         DISPLAY "Sucursal (vacio = todas): " WITH NO ADVANCING.
         MOVE SPACES TO WS-FILTRO-SUCURSAL.
         ACCEPT WS-FILTRO-SUCURSAL.
         DISPLAY "Tipo de clase (vacio = todos): " WITH NO ADVANCING.
         MOVE SPACES TO WS-FILTRO-TIPO.
         ACCEPT WS-FILTRO-TIPO.

      *-----------------------------------------------------------*
      *----------    HORAS DEL PERIODO: MAE-TIMES POR CLAVE, ------*
      *----------    O EL HISTORICO DEL ANIO SI EL PERIODO   ------*
      *----------    ESTA CERRADO O YA NO ESTA EN EL MAESTRO ------*
      *-----------------------------------------------------------*
        0400-MOSTRAR-HORAS.
         MOVE 0 TO WS-CANT-CLASES.
         MOVE 0 TO WS-TOTAL-HORAS.
         MOVE 0 TO WS-CANT-CON-SUC.
         MOVE 0 TO WS-LINEAS-PAGINA.
         MOVE "N" TO WS-FLAG-CORTAR.
         PERFORM 0410-LEER-ETAPA.
         MOVE WS-MES TO CON-ORI-MES.
         MOVE WS-ANIO TO CON-ORI-ANIO.
         MOVE ETAPA-DESC(WS-ETAPA + 1) TO CON-ORI-ETAPA.
         IF WS-ETAPA < 5
            MOVE "MaeTimes.dat" TO CON-ORI-FUENTE
            DISPLAY CON-SEPARADOR
            DISPLAY CON-LINEA-ORIGEN
            DISPLAY CON-TITULO-CLASES
            PERFORM 0420-LEER-MAESTRO
         END-IF.
         IF WS-ETAPA = 5 OR WS-CANT-CLASES = 0
            PERFORM 0430-ABRIR-HISTORICO
            IF MAE-HIST-ESTADO = "00"
               MOVE WS-HIST-NOMBRE TO CON-ORI-FUENTE
               DISPLAY CON-SEPARADOR
               DISPLAY CON-LINEA-ORIGEN
               DISPLAY CON-TITULO-CLASES
               READ MAE-HIST AT END MOVE "SI" TO EOF-HIST
               END-READ
               PERFORM 0435-LEER-HISTORICO UNTIL EOF-MAE-HIST
               CLOSE MAE-HIST
            ELSE
               IF WS-ETAPA = 5
                  DISPLAY "Historico no disponible: " WS-HIST-NOMBRE
               END-IF
            END-IF
         END-IF.
         PERFORM 0480-MOSTRAR-TOTALES.

        0410-LEER-ETAPA.
         MOVE 0 TO WS-ETAPA.
         MOVE "NO" TO EOF-EPER.
         OPEN INPUT ESTADO-PERIODO.
         IF ESTADO-PER-ESTADO = "00"
            PERFORM 0415-COMPARAR-ETAPA UNTIL EOF-ESTADO-PERIODO
            CLOSE ESTADO-PERIODO
         END-IF.

        0415-COMPARAR-ETAPA.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF EPER-PERIODO = WS-PERIODO
                  MOVE EPER-ETAPA TO WS-ETAPA
               END-IF
         END-READ.

        0420-LEER-MAESTRO.
         MOVE "NO" TO EOF-MAETIMES.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO NOT = "00"
            DISPLAY "Error abriendo MaeTimes FS: " MAE-TIMES-ESTADO
         ELSE
            MOVE LOW-VALUES     TO MAE-TIMES-CLAVE
            MOVE WS-PROF-NUMERO TO MAE-TIMES-NUMERO
            START MAE-TIMES KEY IS NOT LESS THAN MAE-TIMES-CLAVE
               INVALID KEY MOVE "SI" TO EOF-MAETIMES
            END-START
            PERFORM 0425-LEER-CLASE-MAESTRO UNTIL EOF-MAE-TIMES
            CLOSE MAE-TIMES
         END-IF.

        0425-LEER-CLASE-MAESTRO.
         READ MAE-TIMES NEXT
            AT END MOVE "SI" TO EOF-MAETIMES
            NOT AT END
               IF MAE-TIMES-NUMERO NOT = WS-PROF-NUMERO
                  MOVE "SI" TO EOF-MAETIMES
               ELSE
                  IF MAE-TIMES-ANIO = WS-ANIO
                                    AND MAE-TIMES-MES = WS-MES
                     MOVE MAE-TIMES-DIA        TO WS-CON-DIA
                     MOVE MAE-TIMES-MES        TO WS-CON-MES
                     MOVE MAE-TIMES-ANIO       TO WS-CON-ANIO
                     MOVE MAE-TIMES-SUCURSAL   TO WS-CON-SUCURSAL
                     MOVE MAE-TIMES-TIPO-CLASE TO WS-CON-TIPO
                     MOVE MAE-TIMES-HORAS      TO WS-CON-HORAS
                     PERFORM 0450-PROCESAR-CLASE
                  END-IF
               END-IF
         END-READ.

        0430-ABRIR-HISTORICO.
         MOVE SPACES TO WS-HIST-NOMBRE.
         STRING "MaeTimesHist-" WS-ANIO ".dat"
                DELIMITED BY SIZE INTO WS-HIST-NOMBRE
         END-STRING.
         MOVE "DD_MAEHIST" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-HIST-NOMBRE UPON ENVIRONMENT-VALUE.
         MOVE "NO" TO EOF-HIST.
         OPEN INPUT MAE-HIST.

        0435-LEER-HISTORICO.
         IF MAE-HIST-NUMERO = WS-PROF-NUMERO
            AND MAE-HIST-ANIO = WS-ANIO AND MAE-HIST-MES = WS-MES
            MOVE MAE-HIST-DIA        TO WS-CON-DIA
            MOVE MAE-HIST-MES        TO WS-CON-MES
            MOVE MAE-HIST-ANIO       TO WS-CON-ANIO
            MOVE MAE-HIST-SUCURSAL   TO WS-CON-SUCURSAL
            MOVE MAE-HIST-TIPO-CLASE TO WS-CON-TIPO
            MOVE MAE-HIST-HORAS      TO WS-CON-HORAS
            PERFORM 0450-PROCESAR-CLASE
         END-IF.
         READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

      *-----------------------------------------------------------*
      *----------    FILTRO, PAGINADO Y TOTAL POR SUCURSAL  -------*
      *-----------------------------------------------------------*
        0450-PROCESAR-CLASE.
         IF (WS-FILTRO-SUCURSAL = SPACES
                        OR WS-FILTRO-SUCURSAL = WS-CON-SUCURSAL)
            AND (WS-FILTRO-TIPO = SPACES
                        OR WS-FILTRO-TIPO = WS-CON-TIPO)
            ADD 1 TO WS-CANT-CLASES
            ADD WS-CON-HORAS TO WS-TOTAL-HORAS
            PERFORM 0460-ACUMULAR-SUCURSAL
            IF NOT CORTAR-DETALLE
               IF WS-LINEAS-PAGINA >= 15
                  PERFORM 0470-PAUSA
               END-IF
            END-IF
            IF NOT CORTAR-DETALLE
               MOVE WS-CON-DIA      TO CON-CLA-DIA
               MOVE WS-CON-MES      TO CON-CLA-MES
               MOVE WS-CON-ANIO     TO CON-CLA-ANIO
               MOVE WS-CON-SUCURSAL TO CON-CLA-SUC
               MOVE WS-CON-TIPO     TO CON-CLA-TIPO
               MOVE WS-CON-HORAS    TO CON-CLA-HORAS
               DISPLAY CON-LINEA-CLASE
               ADD 1 TO WS-LINEAS-PAGINA
            END-IF
         END-IF.

        0460-ACUMULAR-SUCURSAL.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING CSUC-INDICE FROM 1 BY 1
                  UNTIL CSUC-INDICE > WS-CANT-CON-SUC
            IF CSUC-CODIGO(CSUC-INDICE) = WS-CON-SUCURSAL
               ADD 1 TO CSUC-CANT(CSUC-INDICE)
               ADD WS-CON-HORAS TO CSUC-HORAS(CSUC-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-CON-SUC < 50
            ADD 1 TO WS-CANT-CON-SUC
            MOVE WS-CON-SUCURSAL TO CSUC-CODIGO(WS-CANT-CON-SUC)
            MOVE 1               TO CSUC-CANT(WS-CANT-CON-SUC)
            MOVE WS-CON-HORAS    TO CSUC-HORAS(WS-CANT-CON-SUC)
         END-IF.

        0470-PAUSA.
         DISPLAY "-- Enter continua, F deja de listar el detalle -- "
                 WITH NO ADVANCING.
         MOVE SPACES TO WS-RESPUESTA.
         ACCEPT WS-RESPUESTA.
         IF WS-RESPUESTA = "F" OR WS-RESPUESTA = "f"
            MOVE "S" TO WS-FLAG-CORTAR
         ELSE
            DISPLAY CON-TITULO-CLASES
         END-IF.
         MOVE 0 TO WS-LINEAS-PAGINA.

        0480-MOSTRAR-TOTALES.
         IF WS-CANT-CLASES = 0
            DISPLAY "Sin horas para el profesor en el periodo"
         ELSE
            DISPLAY " "
            PERFORM VARYING CSUC-INDICE FROM 1 BY 1
                     UNTIL CSUC-INDICE > WS-CANT-CON-SUC
               MOVE CSUC-CODIGO(CSUC-INDICE) TO CON-TSU-SUC
               MOVE CSUC-CANT(CSUC-INDICE)   TO CON-TSU-CANT
               MOVE CSUC-HORAS(CSUC-INDICE)  TO CON-TSU-HORAS
               DISPLAY CON-LINEA-TOT-SUC
            END-PERFORM
            MOVE WS-CANT-CLASES TO CON-TGR-CANT
            MOVE WS-TOTAL-HORAS TO CON-TGR-HORAS
            DISPLAY CON-LINEA-TOT-GRAL
         END-IF.

      *-----------------------------------------------------------*
      *----------    NOVEDADES PENDIENTES EN RECHAZOS    ----------*
      *-----------------------------------------------------------*
        0500-MOSTRAR-RECHAZOS.
         DISPLAY CON-SEPARADOR.
         DISPLAY "Novedades pendientes en RechazosNov.dat".
         MOVE 0 TO WS-CANT-RECHAZOS.
         MOVE "NO" TO EOF-RECH.
         OPEN INPUT RECHAZOS-NOV.
         IF RECHAZOS-NOV-ESTADO = "00"
            DISPLAY CON-TITULO-RECHAZOS
            PERFORM 0510-COMPARAR-RECHAZO UNTIL EOF-RECHAZOS-NOV
            CLOSE RECHAZOS-NOV
         END-IF.
         IF WS-CANT-RECHAZOS = 0
            DISPLAY "Sin novedades pendientes"
         END-IF.

        0510-COMPARAR-RECHAZO.
         READ RECHAZOS-NOV
            AT END MOVE "SI" TO EOF-RECH
            NOT AT END
               IF RECH-NOV-NUMERO = WS-PROF-NUMERO
                  ADD 1 TO WS-CANT-RECHAZOS
                  MOVE RECH-NOV-DIA        TO CON-REC-DIA
                  MOVE RECH-NOV-MES        TO CON-REC-MES
                  MOVE RECH-NOV-ANIO       TO CON-REC-ANIO
                  MOVE RECH-NOV-SUCURSAL   TO CON-REC-SUC
                  MOVE RECH-NOV-TIPO-CLASE TO CON-REC-TIPO
                  MOVE RECH-NOV-HORAS      TO CON-REC-HORAS
                  MOVE RECH-NOV-MOTIVO     TO CON-REC-MOTIVO
                  MOVE RECH-NOV-CICLOS     TO CON-REC-CICLOS
                  MOVE RECH-NOV-MOVIMIENTO TO CON-REC-MOVIM
                  DISPLAY CON-LINEA-RECHAZO
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    PAGO ENVIADO Y RESPUESTA DEL BANCO    --------*
      *-----------------------------------------------------------*
        0600-MOSTRAR-PAGOS.
         DISPLAY CON-SEPARADOR.
         DISPLAY "Pagos en PagosBanco.dat y RetornoBanco.dat".
         MOVE 0 TO WS-CANT-PAGOS.
         MOVE 0 TO WS-CANT-RETORNOS.
         MOVE "NO" TO EOF-PAGO.
         OPEN INPUT PAGO-BANCO.
         IF PAGO-BANCO-ESTADO = "00"
            PERFORM 0610-COMPARAR-PAGO UNTIL EOF-PAGO-BANCO
            CLOSE PAGO-BANCO
         END-IF.
         IF WS-CANT-PAGOS = 0
            DISPLAY "Sin pago del periodo en el archivo al banco"
         END-IF.
         MOVE "NO" TO EOF-RETORNO.
         OPEN INPUT RETORNO-BANCO.
         IF RETORNO-ESTADO = "00"
            PERFORM 0620-COMPARAR-RETORNO UNTIL EOF-RETORNO-BANCO
            CLOSE RETORNO-BANCO
         END-IF.
         IF WS-CANT-RETORNOS = 0
            DISPLAY "Sin respuesta del banco para el periodo"
         END-IF.
         DISPLAY CON-SEPARADOR.

        0610-COMPARAR-PAGO.
         READ PAGO-BANCO
            AT END MOVE "SI" TO EOF-PAGO
            NOT AT END
               IF PAGO-DET-TIPO = "D"
                  AND PAGO-DET-NUMERO = WS-PROF-NUMERO
                  AND PAGO-DET-PERIODO = WS-PERIODO
                  ADD 1 TO WS-CANT-PAGOS
                  MOVE PAGO-DET-PERIODO TO CON-PAG-PERIODO
                  MOVE PAGO-DET-CBU     TO CON-PAG-CBU
                  MOVE PAGO-DET-IMPORTE TO CON-PAG-IMPORTE
                  DISPLAY CON-LINEA-PAGO
               END-IF
         END-READ.

        0620-COMPARAR-RETORNO.
         READ RETORNO-BANCO
            AT END MOVE "SI" TO EOF-RETORNO
            NOT AT END
               IF RTB-REG-DETALLE AND RTB-NUMERO = WS-PROF-NUMERO
                  AND RTB-PERIODO = WS-PERIODO
                  ADD 1 TO WS-CANT-RETORNOS
                  MOVE RTB-PERIODO TO CON-RET-PERIODO
                  EVALUATE TRUE
                     WHEN RTB-ACEPTADO
                        MOVE "Aceptado" TO CON-RET-ESTADO
                     WHEN RTB-RECHAZADO
                        MOVE "Rechazado" TO CON-RET-ESTADO
                     WHEN OTHER
                        MOVE RTB-ESTADO TO CON-RET-ESTADO
                  END-EVALUATE
                  MOVE RTB-IMPORTE TO CON-RET-IMPORTE
                  MOVE RTB-MOTIVO  TO CON-RET-MOTIVO
                  DISPLAY CON-LINEA-RETORNO
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            DISPLAY "Fin de la consulta".
