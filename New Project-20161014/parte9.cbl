        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT RELIQ-PEND     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RELIQ-PEND-ESTADO.

            SELECT HIST-LIQ       ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-LIQ-ESTADO.

            SELECT MAE-TIMES      ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS MAE-TIMES-CLAVE
                                  FILE STATUS IS MAE-TIMES-ESTADO.

            SELECT MAE-HIST       ASSIGN TO "MAEHIST"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROF-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT RETENCIONES    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RETENCIONES-ESTADO.

            SELECT BITACORA       ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS BITACORA-ESTADO.

            SELECT PAGO-RELIQ     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-RELIQ-ESTADO.

            SELECT ASIENTO        ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ASIENTO-ESTADO.

            SELECT DECLARACION    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS DECLARACION-ESTADO.

            SELECT CAMBIOS-CBU    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAMBIOS-CBU-ESTADO.

            SELECT PAGO-RETENIDO  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-RETENIDO-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

            SELECT LISTADO-RELIQ ASSIGN TO PRINTER
                                  "ReliqDiferencias.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD LISTADO-RELIQ LABEL RECORD OMITTED.
        01 LINEA-RELIQ PIC X(110).

        FD RELIQ-PEND     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ReliqPendientes.dat".
        01 REG-RELIQ-PEND.
           03 RELP-TIP_CLASE      PIC X(4).
           03 RELP-VIGENCIA-DESDE PIC 9(8).
           03 RELP-TARIFA         PIC 9(5)V99.
           03 RELP-ACCION         PIC X(1).
           03 RELP-FECHA-CARGA    PIC X(14).

        FD HIST-LIQ    LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "HistLiquidacion.dat".
        01 REG-HIST-LIQ.
            03 HLIQ-TIPO              PIC X(1).
                88 HLIQ-REG-DETALLE   VALUE "D".
                88 HLIQ-REG-RETENCION VALUE "R".
                88 HLIQ-REG-NETO      VALUE "N".
            03 HLIQ-ORIGEN            PIC X(1).
                88 HLIQ-ORIGEN-LIQUIDACION   VALUE "L".
                88 HLIQ-ORIGEN-SUPLEMENTARIA VALUE "S".
            03 HLIQ-PERIODO           PIC 9(6).
            03 HLIQ-CORRIDA           PIC 9(5).
            03 HLIQ-NUMERO            PIC X(5).
            03 HLIQ-DATOS             PIC X(50).
            03 HLIQ-DATOS-DETALLE REDEFINES HLIQ-DATOS.
                05 HLIQ-DET-SUCURSAL  PIC X(3).
                05 HLIQ-DET-TIPO-CLASE PIC X(4).
                05 HLIQ-DET-HORAS     PIC 9(5)V99.
                05 HLIQ-DET-TARIFA    PIC 9(5)V99.
                05 HLIQ-DET-IMPORTE   PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
                05 FILLER             PIC X(19).
            03 HLIQ-DATOS-RETENCION REDEFINES HLIQ-DATOS.
                05 HLIQ-RET-CODIGO    PIC X(3).
                05 HLIQ-RET-BASE      PIC 9(9)V99.
                05 HLIQ-RET-ALICUOTA  PIC 9(2)V99.
                05 HLIQ-RET-IMPORTE   PIC 9(7)V99.
                05 FILLER             PIC X(23).
            03 HLIQ-DATOS-NETO REDEFINES HLIQ-DATOS.
                05 HLIQ-NETO-BRUTO    PIC 9(7)V99.
                05 HLIQ-NETO-RETENIDO PIC 9(7)V99.
                05 HLIQ-NETO-IMPORTE  PIC 9(7)V99.
                05 HLIQ-NETO-CBU      PIC X(22).
                05 HLIQ-NETO-PAGO     PIC X(1).

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

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Profesores.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-VIGENCIA-DESDE.
               05 TIP-VIG-ANIO    PIC 9(4).
               05 TIP-VIG-MES     PIC 9(2).
               05 TIP-VIG-DIA     PIC 9(2).
           03 TIP-TARIFA          PIC 9(5)V99.

        FD RETENCIONES    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Retenciones.dat".
        01 REG-RETENCIONES.
           03 RET-CODIGO          PIC X(3).
           03 RET-DESC            PIC X(20).
           03 RET-VIGENCIA-DESDE.
               05 RET-VIG-ANIO    PIC 9(4).
               05 RET-VIG-MES     PIC 9(2).
               05 RET-VIG-DIA     PIC 9(2).
           03 RET-TRAMO-DESDE     PIC 9(7)V99.
           03 RET-ALICUOTA        PIC 9(2)V99.

        FD BITACORA    LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "BitacoraCorridas.dat".
        01 REG-BITACORA.
            03 BIT-TIPO               PIC X(1).
                88 BIT-REG-CORRIDA    VALUE "C".
                88 BIT-REG-ARCHIVO    VALUE "A".
            03 BIT-CORRIDA            PIC 9(5).
            03 BIT-DATOS              PIC X(75).
            03 BIT-DATOS-CORRIDA REDEFINES BIT-DATOS.
                05 BIT-COR-INICIO     PIC X(14).
                05 BIT-COR-FIN        PIC X(14).
                05 BIT-COR-LEIDOS     PIC 9(6) OCCURS 4 TIMES.
                05 BIT-COR-GRABADOS   PIC 9(6).
                05 BIT-COR-RECHAZADOS PIC 9(6).
                05 BIT-COR-DUPLICADOS PIC 9(6).
                05 BIT-COR-FIN-NORMAL PIC X(1).
                05 FILLER             PIC X(4).
            03 BIT-DATOS-ARCHIVO REDEFINES BIT-DATOS.
                05 BIT-ARCH-SLOT      PIC 9(1).
                05 BIT-ARCH-NOMBRE    PIC X(30).
                05 BIT-ARCH-REGISTROS PIC 9(6).
                05 BIT-ARCH-HORAS     PIC 9(9)V99.
                05 BIT-ARCH-GEN-CORRIDA PIC 9(5).
                05 FILLER             PIC X(22).

        FD CAMBIOS-CBU LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CambiosCBU.dat".
        01 REG-CAMBIO-CBU.
            03 CCBU-NUMERO            PIC X(5).
            03 CCBU-CBU-ANTERIOR      PIC X(22).
            03 CCBU-CBU-NUEVO         PIC X(22).
            03 CCBU-FECHA-CAMBIO      PIC X(14).
            03 CCBU-OPERADOR          PIC X(10).
            03 CCBU-ESTADO            PIC X(1).
                88 CCBU-PENDIENTE     VALUE "P".
                88 CCBU-CONFIRMADO    VALUE "C".
            03 CCBU-FECHA-CONFIRMA    PIC X(14).
            03 CCBU-OPERADOR-CONFIRMA PIC X(10).

        FD PAGO-RETENIDO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosRetenidos.dat".
        01 REG-PAGO-RETENIDO.
            03 PRET-NUMERO            PIC X(5).
            03 PRET-DNI               PIC 9(8).
            03 PRET-CBU               PIC X(22).
            03 PRET-IMPORTE           PIC 9(9)V99.
            03 PRET-PERIODO           PIC 9(6).
            03 PRET-CORRIDA           PIC 9(5).
            03 PRET-ESTADO            PIC X(1).
                88 PRET-RETENIDO      VALUE "R".
                88 PRET-LIBERADO      VALUE "L".
                88 PRET-REEMPLAZADO   VALUE "X".
            03 PRET-FECHA-LIBERA      PIC X(14).
            03 PRET-ORIGEN            PIC X(1).
                88 PRET-ORIGEN-LIQUIDACION   VALUE "L" " ".
                88 PRET-ORIGEN-SUPLEMENTARIA VALUE "S".

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

        FD PAGO-RELIQ  LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosReliq.dat".
        01 REG-PAGO-DETALLE.
            03 PAGO-DET-TIPO          PIC X(1).
            03 PAGO-DET-NUMERO        PIC X(5).
            03 PAGO-DET-DNI           PIC 9(8).
            03 PAGO-DET-CBU           PIC X(22).
            03 PAGO-DET-IMPORTE       PIC 9(9)V99.
            03 PAGO-DET-PERIODO       PIC 9(6).
        01 REG-PAGO-TRAILER.
            03 PAGO-TRL-TIPO          PIC X(1).
            03 PAGO-TRL-CANT          PIC 9(6).
            03 PAGO-TRL-TOTAL         PIC 9(11)V99.
            03 PAGO-TRL-RELLENO       PIC X(33).

        FD ASIENTO     LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "AsientoReliq.dat".
        01 REG-ASIENTO.
            03 ASI-PERIODO            PIC 9(6).
            03 ASI-CORRIDA            PIC 9(5).
            03 ASI-TIPO               PIC X(1).
                88 ASI-REG-DEBE       VALUE "D".
                88 ASI-REG-HABER      VALUE "H".
                88 ASI-REG-CONTROL    VALUE "C".
            03 ASI-CONCEPTO           PIC X(20).
            03 ASI-SUCURSAL           PIC X(3).
            03 ASI-TIPO-CLASE         PIC X(4).
            03 ASI-CODIGO-RET         PIC X(3).
            03 ASI-DEBE               PIC 9(11)V99.
            03 ASI-HABER              PIC 9(11)V99.

        FD DECLARACION LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "DeclaReliq.dat".
        01 REG-DECLA-DETALLE.
            03 DECLA-TIPO             PIC X(1).
            03 DECLA-DNI              PIC 9(8).
            03 DECLA-PERIODO          PIC 9(6).
            03 DECLA-CODIGO           PIC X(3).
            03 DECLA-BASE             PIC 9(9)V99.
            03 DECLA-ALICUOTA         PIC 9(2)V99.
            03 DECLA-IMPORTE          PIC 9(7)V99.
        01 REG-DECLA-TRAILER.
            03 DECLA-TRL-TIPO         PIC X(1).
            03 DECLA-TRL-CANT         PIC 9(6).
            03 DECLA-TRL-TOTAL        PIC 9(11)V99.
            03 DECLA-TRL-RELLENO      PIC X(22).

        WORKING-STORAGE SECTION.
        77 RELIQ-PEND-ESTADO PIC XX.
        77 HIST-LIQ-ESTADO PIC XX.
        77 MAE-TIMES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 RETENCIONES-ESTADO PIC XX.
        77 BITACORA-ESTADO PIC XX.
        77 PAGO-RELIQ-ESTADO PIC XX.
        77 ASIENTO-ESTADO PIC XX.
        77 DECLARACION-ESTADO PIC XX.
        77 CAMBIOS-CBU-ESTADO PIC XX.
        77 PAGO-RETENIDO-ESTADO PIC XX.
        77 EOF-CBU PIC XX VALUE "NO".
            88 EOF-CAMBIOS-CBU VALUE "SI".
        77 EOF-PEND PIC XX VALUE "NO".
            88 EOF-RELIQ-PEND VALUE "SI".
        77 EOF-HLIQ PIC XX VALUE "NO".
            88 EOF-HIST-LIQ VALUE "SI".
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 EOF-HIST PIC XX VALUE "NO".
            88 EOF-MAE-HIST VALUE "SI".
        77 EOF-PROF PIC XX VALUE "NO".
            88 EOF-PROFESORES VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-RET PIC XX VALUE "NO".
            88 EOF-RETENCIONES VALUE "SI".
        77 EOF-BIT PIC XX VALUE "NO".
            88 EOF-BITACORA VALUE "SI".
        77 ESTADO-PER-ESTADO PIC XX.
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".

        01 WS-EST-ETAPA PIC 9(1) VALUE 0.
        01 TABLA-ETAPAS-VALORES.
            03 FILLER PIC X(20) VALUE "Sin etapas".
            03 FILLER PIC X(20) VALUE "Novedades mezcladas".
            03 FILLER PIC X(20) VALUE "Liquidado".
            03 FILLER PIC X(20) VALUE "Pago enviado".
            03 FILLER PIC X(20) VALUE "Retorno conciliado".
            03 FILLER PIC X(20) VALUE "Cerrado".
        01 TABLA-ETAPAS REDEFINES TABLA-ETAPAS-VALORES.
            02 ETAPA-DESC OCCURS 6 TIMES PIC X(20).
        01 WS-CANT-EST-PER PIC 9(3) VALUE 0.
        01 TABLA-EST-PER.
            02 EST-PER OCCURS 240 TIMES INDEXED BY TEP-INDICE.
                03 TEP-PERIODO         PIC 9(6).
                03 TEP-ETAPA           PIC 9(1).
                03 TEP-ETAPAS OCCURS 5 TIMES.
                    05 TEP-ETA-CORRIDA PIC 9(5).
                    05 TEP-ETA-FECHA   PIC X(14).

      *  PERIODOS LIQUIDADOS CUYO PAGO NO SALIO (ETAPA MENOR A 3):
      *  NO SE RELIQUIDAN Y SUS TARIFAS QUEDAN PENDIENTES
        01 WS-CANT-PER-OMIT PIC 9(3) VALUE 0.
        01 WS-PER-OMIT-MAX PIC 9(6) VALUE 0.
        01 TABLA-PER-OMIT.
            02 PER-OMIT OCCURS 120 TIMES INDEXED BY POM-INDICE.
                03 PER-OMIT-PERIODO PIC 9(6).
                03 PER-OMIT-ETAPA   PIC 9(1).
        01 WS-CANT-PEND-REG PIC 9(3) VALUE 0.
        01 WS-PEND-DESBORDE PIC X VALUE "N".
        01 WS-PEND-PERIODO PIC 9(6) VALUE 0.
        01 TABLA-PEND-REG.
            02 PEND-REG OCCURS 200 TIMES INDEXED BY PREG-INDICE.
                03 PEND-REG-DATOS PIC X(34).

        01 WS-NRO-CORRIDA PIC 9(5) VALUE 0.
        01 WS-BIT-INICIO PIC X(14) VALUE SPACES.
        01 WS-BIT-FIN PIC X(14) VALUE SPACES.
        01 WS-HIST-NOMBRE PIC X(30) VALUE SPACES.
        01 WS-ENV-NOMBRE PIC X(20).
        01 WS-ANIO-HIST PIC 9(4) VALUE 0.
        01 WS-ANIO-DESDE PIC 9(4) VALUE 0.
        01 WS-ANIO-ACTUAL PIC 9(4) VALUE 0.
        01 WS-PERIODO-ACTUAL PIC 9(6) VALUE 0.
        01 WS-PERIODO-DESDE PIC 9(6) VALUE 0.
        01 WS-FLAG-HALLADO PIC X VALUE "N".
        01 WS-FLAG-VIGENTE PIC X VALUE "N".
        01 WS-FLAG-PROF-IMPRESO PIC X VALUE "N".
        01 WS-FLAG-YA-LISTADO PIC X VALUE "N".
        01 WS-SUBINDICE PIC 9(4) VALUE 0.
        01 WS-SUBINDICE-AUX PIC 9(4) VALUE 0.

        01 WS-ACU-NUMERO PIC X(5) VALUE SPACES.
        01 WS-ACU-DIA PIC 9(2) VALUE 0.
        01 WS-ACU-MES PIC 9(2) VALUE 0.
        01 WS-ACU-ANIO PIC 9(4) VALUE 0.
        01 WS-ACU-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-ACU-TIPO PIC X(4) VALUE SPACES.
        01 WS-ACU-HORAS PIC 9(2)V99 VALUE 0.
        01 WS-ACU-PERIODO PIC 9(6) VALUE 0.
        01 WS-ACU-IMPORTE PIC 9(7)V99 VALUE 0.

        01 WS-FECHA-COMP PIC 9(8) VALUE 0.
        01 WS-VIG-COMP PIC 9(8) VALUE 0.
        01 WS-MEJOR-VIG PIC 9(8) VALUE 0.
        01 WS-TARIFA-VIGENTE PIC 9(5)V99 VALUE 0.

        01 WS-NOMBRE-PROF PIC X(25) VALUE SPACES.
        01 WS-DNI-PROF PIC 9(8) VALUE 0.
        01 WS-CBU-PROF PIC X(22) VALUE SPACES.
        01 WS-PROF-ACTUAL PIC X(5) VALUE SPACES.
        01 WS-DIF-LINEA PIC S9(7)V99 VALUE 0.
        01 WS-BRUTO-NUEVO PIC 9(7)V99 VALUE 0.
        01 WS-DIF-BRUTO PIC 9(7)V99 VALUE 0.
        01 WS-RET-SUPL PIC S9(7)V99 VALUE 0.
        01 WS-RET-SUPL-TOTAL PIC 9(7)V99 VALUE 0.
        01 WS-RET-YA-RETENIDO PIC 9(7)V99 VALUE 0.
        01 WS-NETO-SUPL PIC 9(7)V99 VALUE 0.

        01 WS-CANT-PROF-DIF PIC 9(5) VALUE 0.
        01 WS-TOTAL-DIF-POS PIC 9(9)V99 VALUE 0.
        01 WS-TOTAL-DIF-NEG PIC 9(9)V99 VALUE 0.
        01 WS-TOTAL-RET-SUPL PIC 9(9)V99 VALUE 0.
        01 WS-NETO-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-PAGO-CANT PIC 9(6) VALUE 0.
        01 WS-PAGO-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-CANT-SIN-CBU PIC 9(5) VALUE 0.
        01 WS-CANT-RETENIDOS PIC 9(5) VALUE 0.
        01 WS-FLAG-CBU-PENDIENTE PIC X VALUE "N".
        01 WS-CANT-CBU-PEND PIC 9(3) VALUE 0.
        01 TABLA-CBU-PEND.
            02 CBU-PEND OCCURS 500 TIMES INDEXED BY CBUP-INDICE.
                03 CBU-PEND-NUMERO PIC X(5).
        01 WS-DECLA-CANT PIC 9(6) VALUE 0.
        01 WS-DECLA-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-ASI-DEBE-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-ASI-HABER-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-ASI-PENDIENTE PIC 9(11)V99 VALUE 0.

      *  TARIFAS CARGADAS CON VIGENCIA PASADA (DESDE PARTE3)
        01 WS-CANT-PEND PIC 9(3) VALUE 0.
        01 TABLA-PENDIENTES.
            02 PEND OCCURS 50 TIMES INDEXED BY PEND-INDICE.
                03 PEND-TIPO       PIC X(4).
                03 PEND-VIGENCIA   PIC 9(8).
                03 PEND-PERIODO    PIC 9(6).
                03 PEND-TARIFA     PIC 9(5)V99.

      *  PERIODOS LIQUIDADOS Y SU ULTIMA CORRIDA DE LIQUIDACION
        01 WS-CANT-PERIODOS PIC 9(3) VALUE 0.
        01 TABLA-PERIODOS.
            02 PER OCCURS 120 TIMES INDEXED BY PER-INDICE.
                03 PER-PERIODO     PIC 9(6).
                03 PER-CORRIDA-LIQ PIC 9(5).

      *  PROFESOR + PERIODO: LO LIQUIDADO Y LA DIFERENCIA
        01 WS-CANT-RLQ PIC 9(4) VALUE 0.
        01 TABLA-RLQ.
            02 RLQ OCCURS 5000 TIMES INDEXED BY RLQ-INDICE.
                03 RLQ-NUMERO      PIC X(5).
                03 RLQ-PERIODO     PIC 9(6).
                03 RLQ-BRUTO-LIQ   PIC 9(7)V99.
                03 RLQ-RET-LIQ     PIC 9(7)V99.
                03 RLQ-NETO-LIQ    PIC 9(7)V99.
                03 RLQ-DIF-BRUTO   PIC S9(7)V99.

      *  PROFESOR + PERIODO + SUCURSAL + TIPO: LIQUIDADO VS NUEVO
        01 WS-CANT-DIF PIC 9(4) VALUE 0.
        01 TABLA-DIF.
            02 DIF OCCURS 5000 TIMES INDEXED BY DIF-INDICE.
                03 DIF-NUMERO      PIC X(5).
                03 DIF-PERIODO     PIC 9(6).
                03 DIF-SUCURSAL    PIC X(3).
                03 DIF-TIPO        PIC X(4).
                03 DIF-HORAS-LIQ   PIC 9(5)V99.
                03 DIF-IMPORTE-LIQ PIC S9(7)V99.
                03 DIF-HORAS-NUE   PIC 9(5)V99.
                03 DIF-IMPORTE-NUE PIC 9(7)V99.

      *  RETENCIONES YA PRACTICADAS POR PROFESOR + PERIODO
        01 WS-CANT-HRET PIC 9(4) VALUE 0.
        01 TABLA-HRET.
            02 HRET OCCURS 5000 TIMES INDEXED BY HRET-INDICE.
                03 HRET-NUMERO     PIC X(5).
                03 HRET-PERIODO    PIC 9(6).
                03 HRET-CODIGO     PIC X(3).
                03 HRET-IMPORTE    PIC 9(7)V99.

        01 WS-CANT-ASI-BRUTO PIC 9(3) VALUE 0.
        01 TABLA-ASI-BRUTO.
            02 ASI-BRUTO OCCURS 300 TIMES INDEXED BY ASI-INDICE.
                03 ASI-BRUTO-SUCURSAL PIC X(3).
                03 ASI-BRUTO-TIPO     PIC X(4).
                03 ASI-BRUTO-IMPORTE  PIC S9(11)V99.

        01 WS-RET-PERIODO-CANT PIC 9(2) VALUE 0.
        01 TABLA-RET-PERIODO.
            02 RET-PERIODO OCCURS 20 TIMES.
                03 RET-PER-CODIGO  PIC X(3).
                03 RET-PER-IMPORTE PIC 9(9)V99.

        01 WS-CANT-PROFESORES PIC 9(3) VALUE 0.
        01 TABLA-PROFESORES.
            02 TAB-PROFESORES OCCURS 500 TIMES INDEXED BY PROF-INDICE.
                03 TAB-PROF-NUMERO PIC X(5).
                03 TAB-PROF-DNI    PIC 9(8).
                03 TAB-PROF-NOMBRE PIC X(25).
                03 TAB-PROF-CBU    PIC X(22).

        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 TABLA-TIPOS_CLASE.
            02 TAB-TIPOS_CLASE OCCURS 200 TIMES INDEXED BY TIP-INDICE.
                03 TAB-TIP-TIP_CLASE PIC X(4).
                03 TAB-TIP-VIGENCIA.
                    04 TAB-TIP-VIG-ANIO PIC 9(4).
                    04 TAB-TIP-VIG-MES  PIC 9(2).
                    04 TAB-TIP-VIG-DIA  PIC 9(2).
                03 TAB-TIP-TARIFA PIC 9(5)V99.

        01 WS-CANT-RETENCIONES PIC 9(3) VALUE 0.
        01 TABLA-RETENCIONES.
            02 TAB-RETENCIONES OCCURS 50 TIMES INDEXED BY RET-INDICE.
                03 TAB-RET-CODIGO  PIC X(3).
                03 TAB-RET-DESC    PIC X(20).
                03 TAB-RET-VIGENCIA.
                    04 TAB-RET-VIG-ANIO PIC 9(4).
                    04 TAB-RET-VIG-MES  PIC 9(2).
                    04 TAB-RET-VIG-DIA  PIC 9(2).
                03 TAB-RET-TRAMO   PIC 9(7)V99.
                03 TAB-RET-ALICUOTA PIC 9(2)V99.
        01 WS-RET-PROF-CANT PIC 9(2) VALUE 0.
        01 TABLA-RET-PROF.
            02 RET-PROF OCCURS 10 TIMES.
                03 RET-PROF-CODIGO  PIC X(3).
                03 RET-PROF-DESC    PIC X(20).
                03 RET-PROF-IMPORTE PIC 9(7)V99.
                03 RET-PROF-ALICUOTA PIC 9(2)V99.
        01 WS-RET-INDICE PIC 9(3) VALUE 0.
        01 WS-RET-AUX PIC 9(3) VALUE 0.
        01 WS-RET-YA-CALCULADA PIC X VALUE "N".
        01 WS-RET-COD-ACTUAL PIC X(3) VALUE SPACES.
        01 WS-RET-FECHA-COMP PIC 9(8) VALUE 0.
        01 WS-RET-MEJOR-VIG PIC 9(8) VALUE 0.
        01 WS-RET-MEJOR-TRAMO PIC 9(7)V99 VALUE 0.
        01 WS-RET-ALICUOTA PIC 9(2)V99 VALUE 0.
        01 WS-RET-DESC PIC X(20) VALUE SPACES.
        01 WS-RET-HALLADA PIC X VALUE "N".
        01 WS-RET-IMPORTE PIC 9(7)V99 VALUE 0.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).
               10 WS-CURRENT-MONTH    PIC X(02).
               10 WS-CURRENT-DAY     PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

        01 RLQ-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Reliquidacion Retroactiva por Cambio de Tarifa".
            03 FILLER      PIC X(9) VALUE "Corrida ".
            03 RLQ-ENC-CORRIDA PIC 9(5).
            03 FILLER      PIC X(26) VALUE SPACES.

        01 RLQ-LINEA-TARIFA.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "Tarifa tipo ".
            03 RLQ-TAR-TIPO    PIC X(4).
            03 FILLER          PIC X(16) VALUE " vigente desde ".
            03 RLQ-TAR-VIG     PIC 9(8).
            03 FILLER          PIC X(3) VALUE " $ ".
            03 RLQ-TAR-TARIFA  PIC Z(4)9,99.
            03 FILLER          PIC X(54) VALUE SPACES.

        01 RLQ-LINEA-PROFESOR.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Profesor ".
            03 RLQ-PROF-NUM    PIC X(5).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 RLQ-PROF-NOM    PIC X(25).
            03 FILLER          PIC X(5) VALUE " DNI ".
            03 RLQ-PROF-DNI    PIC 9(8).
            03 FILLER          PIC X(55) VALUE SPACES.

        01 RLQ-LINEA-PERIODO.
            03 FILLER          PIC X(5) VALUE SPACES.
            03 FILLER          PIC X(8) VALUE "Periodo ".
            03 RLQ-PER-PERIODO PIC 9(6).
            03 FILLER          PIC X(18) VALUE "  Bruto liquidado ".
            03 RLQ-PER-BRUTO-LIQ PIC Z(6)9,99.
            03 FILLER          PIC X(20) VALUE "  Bruto reliquidado ".
            03 RLQ-PER-BRUTO-NUE PIC Z(6)9,99.
            03 FILLER          PIC X(13) VALUE "  Diferencia ".
            03 RLQ-PER-DIF     PIC -(6)9,99.
            03 FILLER          PIC X(9) VALUE SPACES.

        01 RLQ-LINEA-DETALLE.
            03 FILLER          PIC X(8) VALUE SPACES.
            03 FILLER          PIC X(4) VALUE "Suc ".
            03 RLQ-DET-SUC     PIC X(3).
            03 FILLER          PIC X(6) VALUE " Tipo ".
            03 RLQ-DET-TIPO    PIC X(4).
            03 FILLER          PIC X(11) VALUE " Horas liq ".
            03 RLQ-DET-HS-LIQ  PIC Z(4)9,99.
            03 FILLER          PIC X(5) VALUE " Imp ".
            03 RLQ-DET-IMP-LIQ PIC -(6)9,99.
            03 FILLER          PIC X(11) VALUE " Horas nue ".
            03 RLQ-DET-HS-NUE  PIC Z(4)9,99.
            03 FILLER          PIC X(5) VALUE " Imp ".
            03 RLQ-DET-IMP-NUE PIC Z(6)9,99.
            03 FILLER          PIC X(5) VALUE " Dif ".
            03 RLQ-DET-DIF     PIC -(6)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.

        01 RLQ-LINEA-RETENCION.
            03 FILLER          PIC X(8) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "Retencion ".
            03 RLQ-RET-COD     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 RLQ-RET-DESC    PIC X(20).
            03 FILLER          PIC X(10) VALUE " Alicuota ".
            03 RLQ-RET-ALIC    PIC Z9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 RLQ-RET-IMPORTE PIC Z(6)9,99.
            03 FILLER          PIC X(41) VALUE SPACES.

        01 RLQ-LINEA-NETO.
            03 FILLER          PIC X(8) VALUE SPACES.
            03 FILLER          PIC X(24)
                VALUE "Neto suplementario:     ".
            03 RLQ-NETO-IMPORTE PIC Z(6)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 RLQ-NETO-DESTINO PIC X(40).
            03 FILLER          PIC X(26) VALUE SPACES.

        01 RLQ-LINEA-NEGATIVA.
            03 FILLER          PIC X(8) VALUE SPACES.
            03 FILLER          PIC X(50)
                VALUE "Diferencia a favor de la institucion-no se paga".
            03 FILLER          PIC X(52) VALUE SPACES.

        01 RLQ-LINEA-TOTALES.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "Profesores: ".
            03 RLQ-TOT-PROF    PIC Z(4)9.
            03 FILLER          PIC X(16) VALUE "  Dif. a pagar: ".
            03 RLQ-TOT-POS     PIC Z(8)9,99.
            03 FILLER          PIC X(14) VALUE "  Retenciones ".
            03 RLQ-TOT-RET     PIC Z(8)9,99.
            03 FILLER          PIC X(7) VALUE "  Neto ".
            03 RLQ-TOT-NETO    PIC Z(8)9,99.
            03 FILLER          PIC X(18) VALUE SPACES.

        01 RLQ-LINEA-TOTALES-2.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "Enviado al banco:   ".
            03 RLQ-TOT-PAGO    PIC Z(10)9,99.
            03 FILLER          PIC X(11) VALUE "  Sin CBU: ".
            03 RLQ-TOT-SIN-CBU PIC Z(4)9.
            03 FILLER          PIC X(22) VALUE "  Dif. a favor inst.: ".
            03 RLQ-TOT-NEG     PIC Z(8)9,99.
            03 FILLER          PIC X(13) VALUE "  Retenidos: ".
            03 RLQ-TOT-RETENIDOS PIC Z(4)9.
            03 FILLER          PIC X(5) VALUE SPACES.

        01 RLQ-LINEA-OMITIDO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(8) VALUE "Periodo ".
            03 RLQ-OMI-PERIODO PIC 9(6).
            03 FILLER          PIC X(10) VALUE " en etapa ".
            03 RLQ-OMI-ETAPA   PIC X(20).
            03 FILLER          PIC X(40)
                VALUE " - sin pago enviado, queda pendiente".
            03 FILLER          PIC X(24) VALUE SPACES.

        01 LINEA-EN-BLANCO PIC X(110) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-PENDIENTES.
        PERFORM 0300-CARGAR-TABLAS.
        PERFORM 0400-CARGAR-HISTORICO-LIQ.
        PERFORM 0500-REVALUAR-MAESTRO.
        PERFORM 0550-REVALUAR-HISTORICOS.
        PERFORM 0600-CALCULAR-DIFERENCIAS.
        PERFORM 0620-LIQUIDAR-DIFERENCIAS.
        PERFORM 0800-GRABAR-ASIENTO-CONTABLE.
        PERFORM 0850-GRABAR-TRAILERS.
        PERFORM 0900-LIMPIAR-PENDIENTES.
        PERFORM 0950-GRABAR-BITACORA.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE-FIELDS(1:14) TO WS-BIT-INICIO.
            MOVE WS-CURRENT-YEAR TO WS-ANIO-ACTUAL.
            MOVE WS-CURRENT-DATE(1:6) TO WS-PERIODO-ACTUAL.
            OPEN INPUT RELIQ-PEND.
            IF RELIQ-PEND-ESTADO NOT = "00"
               DISPLAY "Sin tarifas retroactivas pendientes FS: "
                       RELIQ-PEND-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT HIST-LIQ.
            IF HIST-LIQ-ESTADO NOT = "00"
               DISPLAY "Error abriendo HistLiquidacion FS: "
                       HIST-LIQ-ESTADO
               CLOSE RELIQ-PEND
               STOP RUN
            END-IF.
            CLOSE HIST-LIQ.
            PERFORM 0160-LEER-BITACORA.
            PERFORM 0170-CARGAR-ESTADOS.

      *-----------------------------------------------------------*
      *----------    PROXIMO NUMERO DE CORRIDA    -----------------*
      *-----------------------------------------------------------*
        0160-LEER-BITACORA.
         OPEN INPUT BITACORA.
         IF BITACORA-ESTADO = "00"
            PERFORM 0165-CARGAR-BITACORA UNTIL EOF-BITACORA
            CLOSE BITACORA
         END-IF.
         ADD 1 TO WS-NRO-CORRIDA.

        0165-CARGAR-BITACORA.
         READ BITACORA
            AT END MOVE "SI" TO EOF-BIT
            NOT AT END
               IF BIT-CORRIDA IS NUMERIC
                              AND BIT-CORRIDA > WS-NRO-CORRIDA
                  MOVE BIT-CORRIDA TO WS-NRO-CORRIDA
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    ETAPA DE CADA PERIODO: SOLO SE          ------*
      *----------    RELIQUIDA LO QUE YA SE PAGO (ETAPA 3+)  ------*
      *-----------------------------------------------------------*
        0170-CARGAR-ESTADOS.
         OPEN INPUT ESTADO-PERIODO.
         IF ESTADO-PER-ESTADO = "00"
            PERFORM 0175-CARGAR-UN-ESTADO UNTIL EOF-ESTADO-PERIODO
            CLOSE ESTADO-PERIODO
         END-IF.

        0175-CARGAR-UN-ESTADO.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF WS-CANT-EST-PER < 240
                  ADD 1 TO WS-CANT-EST-PER
                  MOVE REG-ESTADO-PERIODO TO EST-PER(WS-CANT-EST-PER)
               ELSE
                  DISPLAY "Tabla de estados de periodo desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    TARIFAS PENDIENTES DE RELIQUIDAR    ----------*
      *----------    UN TIPO CARGADO VARIAS VECES QUEDA  ----------*
      *----------    CON LA VIGENCIA MAS ANTIGUA         ----------*
      *-----------------------------------------------------------*
        0200-CARGAR-PENDIENTES.
         PERFORM 0210-CARGAR-UNA-PENDIENTE UNTIL EOF-RELIQ-PEND.
         CLOSE RELIQ-PEND.
         IF WS-CANT-PEND = 0
            DISPLAY "ReliqPendientes.dat sin tarifas retroactivas"
            STOP RUN
         END-IF.
         MOVE 999999 TO WS-PERIODO-DESDE.
         PERFORM VARYING PEND-INDICE FROM 1 BY 1
                  UNTIL PEND-INDICE > WS-CANT-PEND
            IF PEND-PERIODO(PEND-INDICE) < WS-PERIODO-DESDE
               MOVE PEND-PERIODO(PEND-INDICE) TO WS-PERIODO-DESDE
            END-IF
         END-PERFORM.
         DIVIDE WS-PERIODO-DESDE BY 100 GIVING WS-ANIO-DESDE.

        0210-CARGAR-UNA-PENDIENTE.
         READ RELIQ-PEND
            AT END MOVE "SI" TO EOF-PEND
            NOT AT END
               IF RELP-VIGENCIA-DESDE IS NUMERIC
                  MOVE "N" TO WS-FLAG-HALLADO
                  PERFORM VARYING PEND-INDICE FROM 1 BY 1
                           UNTIL PEND-INDICE > WS-CANT-PEND
                     IF PEND-TIPO(PEND-INDICE) = RELP-TIP_CLASE
                        MOVE "S" TO WS-FLAG-HALLADO
                        IF RELP-VIGENCIA-DESDE
                                     < PEND-VIGENCIA(PEND-INDICE)
                           MOVE RELP-VIGENCIA-DESDE
                                TO PEND-VIGENCIA(PEND-INDICE)
                           MOVE RELP-TARIFA
                                TO PEND-TARIFA(PEND-INDICE)
                           DIVIDE RELP-VIGENCIA-DESDE BY 100
                                  GIVING PEND-PERIODO(PEND-INDICE)
                        END-IF
                     END-IF
                  END-PERFORM
                  IF WS-FLAG-HALLADO = "N" AND WS-CANT-PEND < 50
                     ADD 1 TO WS-CANT-PEND
                     MOVE RELP-TIP_CLASE TO PEND-TIPO(WS-CANT-PEND)
                     MOVE RELP-VIGENCIA-DESDE
                          TO PEND-VIGENCIA(WS-CANT-PEND)
                     MOVE RELP-TARIFA TO PEND-TARIFA(WS-CANT-PEND)
                     DIVIDE RELP-VIGENCIA-DESDE BY 100
                            GIVING PEND-PERIODO(WS-CANT-PEND)
                  END-IF
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    PROFESORES, TARIFAS Y RETENCIONES    ---------*
      *-----------------------------------------------------------*
        0300-CARGAR-TABLAS.
         OPEN INPUT PROFESORES.
         IF PROF-ESTADO = "00"
            PERFORM 0310-CARGAR-PROFESOR UNTIL EOF-PROFESORES
            CLOSE PROFESORES
         END-IF.
         OPEN INPUT TIPOS_CLASE.
         IF TIPOS_CLASE-ESTADO NOT = "00"
            DISPLAY "Error abriendo TiposClase FS: " TIPOS_CLASE-ESTADO
            STOP RUN
         END-IF.
         PERFORM 0320-CARGAR-TIPO UNTIL EOF-TIPOS_CLASE.
         CLOSE TIPOS_CLASE.
         OPEN INPUT RETENCIONES.
         IF RETENCIONES-ESTADO = "00"
            PERFORM 0330-CARGAR-RETENCION UNTIL EOF-RETENCIONES
            CLOSE RETENCIONES
         END-IF.
         PERFORM 0340-CARGAR-CAMBIOS-CBU.

      *-----------------------------------------------------------*
      *----------    PROFESORES CON CAMBIO DE CBU SIN       -------*
      *----------    CONFIRMAR: EL SUPLEMENTO QUEDA RETENIDO -------*
      *-----------------------------------------------------------*
        0340-CARGAR-CAMBIOS-CBU.
         OPEN INPUT CAMBIOS-CBU.
         IF CAMBIOS-CBU-ESTADO = "00"
            PERFORM 0345-CARGAR-CAMBIO-CBU UNTIL EOF-CAMBIOS-CBU
            CLOSE CAMBIOS-CBU
         ELSE
            MOVE "SI" TO EOF-CBU
         END-IF.

        0345-CARGAR-CAMBIO-CBU.
         READ CAMBIOS-CBU
            AT END MOVE "SI" TO EOF-CBU
            NOT AT END
               IF CCBU-PENDIENTE AND WS-CANT-CBU-PEND < 500
                  ADD 1 TO WS-CANT-CBU-PEND
                  MOVE CCBU-NUMERO TO CBU-PEND-NUMERO(WS-CANT-CBU-PEND)
               END-IF
         END-READ.

        0310-CARGAR-PROFESOR.
         READ PROFESORES
            AT END MOVE "SI" TO EOF-PROF
            NOT AT END
               IF WS-CANT-PROFESORES < 500
                  ADD 1 TO WS-CANT-PROFESORES
                  MOVE PROF-NUMERO
                       TO TAB-PROF-NUMERO(WS-CANT-PROFESORES)
                  MOVE PROF-DNI TO TAB-PROF-DNI(WS-CANT-PROFESORES)
                  MOVE PROF-NOMBRE
                       TO TAB-PROF-NOMBRE(WS-CANT-PROFESORES)
                  MOVE PROF-CBU TO TAB-PROF-CBU(WS-CANT-PROFESORES)
               END-IF
         END-READ.

        0320-CARGAR-TIPO.
         READ TIPOS_CLASE
            AT END MOVE "SI" TO EOF-CLASES
            NOT AT END
               IF WS-CANT-TIPOS < 200
                  ADD 1 TO WS-CANT-TIPOS
                  MOVE TIP-TIP_CLASE
                       TO TAB-TIP-TIP_CLASE(WS-CANT-TIPOS)
                  MOVE TIP-VIG-ANIO TO TAB-TIP-VIG-ANIO(WS-CANT-TIPOS)
                  MOVE TIP-VIG-MES  TO TAB-TIP-VIG-MES(WS-CANT-TIPOS)
                  MOVE TIP-VIG-DIA  TO TAB-TIP-VIG-DIA(WS-CANT-TIPOS)
                  MOVE TIP-TARIFA   TO TAB-TIP-TARIFA(WS-CANT-TIPOS)
               END-IF
         END-READ.

        0330-CARGAR-RETENCION.
         READ RETENCIONES
            AT END MOVE "SI" TO EOF-RET
            NOT AT END
               IF WS-CANT-RETENCIONES < 50
                  ADD 1 TO WS-CANT-RETENCIONES
                  MOVE RET-CODIGO
                       TO TAB-RET-CODIGO(WS-CANT-RETENCIONES)
                  MOVE RET-DESC TO TAB-RET-DESC(WS-CANT-RETENCIONES)
                  MOVE RET-VIG-ANIO
                       TO TAB-RET-VIG-ANIO(WS-CANT-RETENCIONES)
                  MOVE RET-VIG-MES
                       TO TAB-RET-VIG-MES(WS-CANT-RETENCIONES)
                  MOVE RET-VIG-DIA
                       TO TAB-RET-VIG-DIA(WS-CANT-RETENCIONES)
                  MOVE RET-TRAMO-DESDE
                       TO TAB-RET-TRAMO(WS-CANT-RETENCIONES)
                  MOVE RET-ALICUOTA
                       TO TAB-RET-ALICUOTA(WS-CANT-RETENCIONES)
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    HISTORICO DE LIQUIDACIONES              ------*
      *----------    1RA PASADA: ULTIMA CORRIDA DE TP POR    ------*
      *----------    PERIODO (UNA RE-EJECUCION REEMPLAZA A   ------*
      *----------    LA ANTERIOR)                            ------*
      *----------    2DA PASADA: ESA CORRIDA MAS LAS         ------*
      *----------    SUPLEMENTARIAS POSTERIORES              ------*
      *-----------------------------------------------------------*
        0400-CARGAR-HISTORICO-LIQ.
         OPEN INPUT HIST-LIQ.
         PERFORM 0410-BUSCAR-CORRIDA-PERIODO UNTIL EOF-HIST-LIQ.
         CLOSE HIST-LIQ.
         MOVE "NO" TO EOF-HLIQ.
         OPEN INPUT HIST-LIQ.
         PERFORM 0420-CARGAR-LIQUIDADO UNTIL EOF-HIST-LIQ.
         CLOSE HIST-LIQ.

        0410-BUSCAR-CORRIDA-PERIODO.
         READ HIST-LIQ
            AT END MOVE "SI" TO EOF-HLIQ
            NOT AT END
               IF HLIQ-ORIGEN-LIQUIDACION
                  AND HLIQ-PERIODO >= WS-PERIODO-DESDE
                  PERFORM 0415-BUSCAR-ETAPA
               END-IF
               IF HLIQ-ORIGEN-LIQUIDACION
                  AND HLIQ-PERIODO >= WS-PERIODO-DESDE
                  AND WS-EST-ETAPA < 3
                  PERFORM 0417-ANOTAR-OMITIDO
               END-IF
               IF HLIQ-ORIGEN-LIQUIDACION
                  AND HLIQ-PERIODO >= WS-PERIODO-DESDE
                  AND WS-EST-ETAPA >= 3
                  MOVE "N" TO WS-FLAG-HALLADO
                  PERFORM VARYING PER-INDICE FROM 1 BY 1
                           UNTIL PER-INDICE > WS-CANT-PERIODOS
                     IF PER-PERIODO(PER-INDICE) = HLIQ-PERIODO
                        MOVE "S" TO WS-FLAG-HALLADO
                        IF HLIQ-CORRIDA > PER-CORRIDA-LIQ(PER-INDICE)
                           MOVE HLIQ-CORRIDA
                                TO PER-CORRIDA-LIQ(PER-INDICE)
                        END-IF
                     END-IF
                  END-PERFORM
                  IF WS-FLAG-HALLADO = "N" AND WS-CANT-PERIODOS < 120
                     ADD 1 TO WS-CANT-PERIODOS
                     MOVE HLIQ-PERIODO
                          TO PER-PERIODO(WS-CANT-PERIODOS)
                     MOVE HLIQ-CORRIDA
                          TO PER-CORRIDA-LIQ(WS-CANT-PERIODOS)
                  END-IF
               END-IF
         END-READ.

        0415-BUSCAR-ETAPA.
         MOVE 0 TO WS-EST-ETAPA.
         PERFORM VARYING TEP-INDICE FROM 1 BY 1
                  UNTIL TEP-INDICE > WS-CANT-EST-PER
            IF TEP-PERIODO(TEP-INDICE) = HLIQ-PERIODO
               MOVE TEP-ETAPA(TEP-INDICE) TO WS-EST-ETAPA
            END-IF
         END-PERFORM.

        0417-ANOTAR-OMITIDO.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING POM-INDICE FROM 1 BY 1
                  UNTIL POM-INDICE > WS-CANT-PER-OMIT
            IF PER-OMIT-PERIODO(POM-INDICE) = HLIQ-PERIODO
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-PER-OMIT < 120
            ADD 1 TO WS-CANT-PER-OMIT
            MOVE HLIQ-PERIODO TO PER-OMIT-PERIODO(WS-CANT-PER-OMIT)
            MOVE WS-EST-ETAPA TO PER-OMIT-ETAPA(WS-CANT-PER-OMIT)
         END-IF.
         IF HLIQ-PERIODO > WS-PER-OMIT-MAX
            MOVE HLIQ-PERIODO TO WS-PER-OMIT-MAX
         END-IF.

        0420-CARGAR-LIQUIDADO.
         READ HIST-LIQ
            AT END MOVE "SI" TO EOF-HLIQ
            NOT AT END
               MOVE "N" TO WS-FLAG-VIGENTE
               PERFORM VARYING PER-INDICE FROM 1 BY 1
                        UNTIL PER-INDICE > WS-CANT-PERIODOS
                  IF PER-PERIODO(PER-INDICE) = HLIQ-PERIODO
                     IF (HLIQ-ORIGEN-LIQUIDACION AND HLIQ-CORRIDA
                                     = PER-CORRIDA-LIQ(PER-INDICE))
                        OR (HLIQ-ORIGEN-SUPLEMENTARIA AND HLIQ-CORRIDA
                                     > PER-CORRIDA-LIQ(PER-INDICE))
                        MOVE "S" TO WS-FLAG-VIGENTE
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-FLAG-VIGENTE = "S"
                  EVALUATE TRUE
                     WHEN HLIQ-REG-NETO
                        PERFORM 0430-ACUMULAR-NETO-LIQ
                     WHEN HLIQ-REG-RETENCION
                        PERFORM 0440-ACUMULAR-RET-LIQ
                     WHEN HLIQ-REG-DETALLE
                        PERFORM 0450-ACUMULAR-DETALLE-LIQ
                  END-EVALUATE
               END-IF
         END-READ.

        0430-ACUMULAR-NETO-LIQ.
         MOVE HLIQ-NUMERO  TO WS-ACU-NUMERO.
         MOVE HLIQ-PERIODO TO WS-ACU-PERIODO.
         PERFORM 0460-UBICAR-RLQ.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-RLQ < 5000
            ADD 1 TO WS-CANT-RLQ
            SET RLQ-INDICE TO WS-CANT-RLQ
            MOVE HLIQ-NUMERO  TO RLQ-NUMERO(RLQ-INDICE)
            MOVE HLIQ-PERIODO TO RLQ-PERIODO(RLQ-INDICE)
            MOVE 0 TO RLQ-BRUTO-LIQ(RLQ-INDICE)
            MOVE 0 TO RLQ-RET-LIQ(RLQ-INDICE)
            MOVE 0 TO RLQ-NETO-LIQ(RLQ-INDICE)
            MOVE 0 TO RLQ-DIF-BRUTO(RLQ-INDICE)
            MOVE "S" TO WS-FLAG-HALLADO
         END-IF.
         IF WS-FLAG-HALLADO = "S"
            ADD HLIQ-NETO-BRUTO    TO RLQ-BRUTO-LIQ(RLQ-INDICE)
            ADD HLIQ-NETO-RETENIDO TO RLQ-RET-LIQ(RLQ-INDICE)
            ADD HLIQ-NETO-IMPORTE  TO RLQ-NETO-LIQ(RLQ-INDICE)
         END-IF.

        0440-ACUMULAR-RET-LIQ.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING HRET-INDICE FROM 1 BY 1
                  UNTIL HRET-INDICE > WS-CANT-HRET
                     OR WS-FLAG-HALLADO = "S"
            IF HRET-NUMERO(HRET-INDICE) = HLIQ-NUMERO
               AND HRET-PERIODO(HRET-INDICE) = HLIQ-PERIODO
               AND HRET-CODIGO(HRET-INDICE) = HLIQ-RET-CODIGO
               ADD HLIQ-RET-IMPORTE TO HRET-IMPORTE(HRET-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-HRET < 5000
            ADD 1 TO WS-CANT-HRET
            MOVE HLIQ-NUMERO      TO HRET-NUMERO(WS-CANT-HRET)
            MOVE HLIQ-PERIODO     TO HRET-PERIODO(WS-CANT-HRET)
            MOVE HLIQ-RET-CODIGO  TO HRET-CODIGO(WS-CANT-HRET)
            MOVE HLIQ-RET-IMPORTE TO HRET-IMPORTE(WS-CANT-HRET)
         END-IF.

        0450-ACUMULAR-DETALLE-LIQ.
         MOVE HLIQ-DET-TIPO-CLASE TO WS-ACU-TIPO.
         MOVE HLIQ-PERIODO        TO WS-ACU-PERIODO.
         PERFORM 0470-CONTROLAR-TIPO-PENDIENTE.
         IF WS-FLAG-VIGENTE = "S"
            MOVE HLIQ-NUMERO       TO WS-ACU-NUMERO
            MOVE HLIQ-DET-SUCURSAL TO WS-ACU-SUCURSAL
            PERFORM 0480-UBICAR-DIF
            IF WS-FLAG-HALLADO = "S"
               ADD HLIQ-DET-HORAS   TO DIF-HORAS-LIQ(DIF-INDICE)
               ADD HLIQ-DET-IMPORTE TO DIF-IMPORTE-LIQ(DIF-INDICE)
            END-IF
         END-IF.

        0460-UBICAR-RLQ.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING RLQ-INDICE FROM 1 BY 1
                  UNTIL RLQ-INDICE > WS-CANT-RLQ
                     OR WS-FLAG-HALLADO = "S"
            IF RLQ-NUMERO(RLQ-INDICE) = WS-ACU-NUMERO
               AND RLQ-PERIODO(RLQ-INDICE) = WS-ACU-PERIODO
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "S"
            SET RLQ-INDICE DOWN BY 1
         END-IF.

      *  TIPO PENDIENTE Y PERIODO DESDE SU VIGENCIA EN ADELANTE
        0470-CONTROLAR-TIPO-PENDIENTE.
         MOVE "N" TO WS-FLAG-VIGENTE.
         PERFORM VARYING PEND-INDICE FROM 1 BY 1
                  UNTIL PEND-INDICE > WS-CANT-PEND
            IF PEND-TIPO(PEND-INDICE) = WS-ACU-TIPO
               AND WS-ACU-PERIODO >= PEND-PERIODO(PEND-INDICE)
               MOVE "S" TO WS-FLAG-VIGENTE
            END-IF
         END-PERFORM.

        0480-UBICAR-DIF.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING DIF-INDICE FROM 1 BY 1
                  UNTIL DIF-INDICE > WS-CANT-DIF
                     OR WS-FLAG-HALLADO = "S"
            IF DIF-NUMERO(DIF-INDICE) = WS-ACU-NUMERO
               AND DIF-PERIODO(DIF-INDICE) = WS-ACU-PERIODO
               AND DIF-SUCURSAL(DIF-INDICE) = WS-ACU-SUCURSAL
               AND DIF-TIPO(DIF-INDICE) = WS-ACU-TIPO
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "S"
            SET DIF-INDICE DOWN BY 1
         ELSE
            IF WS-CANT-DIF < 5000
               ADD 1 TO WS-CANT-DIF
               SET DIF-INDICE TO WS-CANT-DIF
               MOVE WS-ACU-NUMERO   TO DIF-NUMERO(DIF-INDICE)
               MOVE WS-ACU-PERIODO  TO DIF-PERIODO(DIF-INDICE)
               MOVE WS-ACU-SUCURSAL TO DIF-SUCURSAL(DIF-INDICE)
               MOVE WS-ACU-TIPO     TO DIF-TIPO(DIF-INDICE)
               MOVE 0 TO DIF-HORAS-LIQ(DIF-INDICE)
               MOVE 0 TO DIF-IMPORTE-LIQ(DIF-INDICE)
               MOVE 0 TO DIF-HORAS-NUE(DIF-INDICE)
               MOVE 0 TO DIF-IMPORTE-NUE(DIF-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-IF.

      *-----------------------------------------------------------*
      *----------    MAESTRO VIGENTE (MAE-TIMES)    ---------------*
      *-----------------------------------------------------------*
        0500-REVALUAR-MAESTRO.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "35"
            MOVE "SI" TO EOF-MAETIMES
         ELSE
            IF MAE-TIMES-ESTADO NOT = "00"
               DISPLAY "Error abriendo MaeTimes FS: " MAE-TIMES-ESTADO
               STOP RUN
            END-IF
         END-IF.
         IF NOT EOF-MAE-TIMES
            READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES
            END-READ
            PERFORM 0510-REVALUAR-REG-MAESTRO UNTIL EOF-MAE-TIMES
            CLOSE MAE-TIMES
         END-IF.

        0510-REVALUAR-REG-MAESTRO.
         MOVE MAE-TIMES-NUMERO     TO WS-ACU-NUMERO.
         MOVE MAE-TIMES-DIA        TO WS-ACU-DIA.
         MOVE MAE-TIMES-MES        TO WS-ACU-MES.
         MOVE MAE-TIMES-ANIO       TO WS-ACU-ANIO.
         MOVE MAE-TIMES-SUCURSAL   TO WS-ACU-SUCURSAL.
         MOVE MAE-TIMES-TIPO-CLASE TO WS-ACU-TIPO.
         MOVE MAE-TIMES-HORAS      TO WS-ACU-HORAS.
         PERFORM 0700-REVALUAR-REGISTRO.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES.

      *-----------------------------------------------------------*
      *----------    HISTORICOS MAETIMESHIST-AAAA.DAT    ----------*
      *-----------------------------------------------------------*
        0550-REVALUAR-HISTORICOS.
         PERFORM 0560-REVALUAR-UN-HISTORICO
                 VARYING WS-ANIO-HIST FROM WS-ANIO-DESDE BY 1
                 UNTIL WS-ANIO-HIST > WS-ANIO-ACTUAL.

        0560-REVALUAR-UN-HISTORICO.
         MOVE SPACES TO WS-HIST-NOMBRE.
         STRING "MaeTimesHist-" WS-ANIO-HIST ".dat"
                DELIMITED BY SIZE INTO WS-HIST-NOMBRE
         END-STRING.
         MOVE "DD_MAEHIST" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-HIST-NOMBRE UPON ENVIRONMENT-VALUE.
         MOVE "NO" TO EOF-HIST.
         OPEN INPUT MAE-HIST.
         IF MAE-HIST-ESTADO = "00"
            READ MAE-HIST AT END MOVE "SI" TO EOF-HIST
            END-READ
            PERFORM 0570-REVALUAR-REG-HISTORICO UNTIL EOF-MAE-HIST
            CLOSE MAE-HIST
         END-IF.

        0570-REVALUAR-REG-HISTORICO.
         MOVE MAE-HIST-NUMERO     TO WS-ACU-NUMERO.
         MOVE MAE-HIST-DIA        TO WS-ACU-DIA.
         MOVE MAE-HIST-MES        TO WS-ACU-MES.
         MOVE MAE-HIST-ANIO       TO WS-ACU-ANIO.
         MOVE MAE-HIST-SUCURSAL   TO WS-ACU-SUCURSAL.
         MOVE MAE-HIST-TIPO-CLASE TO WS-ACU-TIPO.
         MOVE MAE-HIST-HORAS      TO WS-ACU-HORAS.
         PERFORM 0700-REVALUAR-REGISTRO.
         READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

      *-----------------------------------------------------------*
      *----------    UN REGISTRO DE HORAS A LA TARIFA    ----------*
      *----------    VIGENTE HOY PARA SU FECHA; SOLO     ----------*
      *----------    PROFESOR+PERIODO YA LIQUIDADOS      ----------*
      *-----------------------------------------------------------*
        0700-REVALUAR-REGISTRO.
         COMPUTE WS-ACU-PERIODO = WS-ACU-ANIO * 100 + WS-ACU-MES.
         MOVE "N" TO WS-FLAG-VIGENTE.
         IF WS-ACU-PERIODO >= WS-PERIODO-DESDE
            PERFORM 0470-CONTROLAR-TIPO-PENDIENTE
         END-IF.
         IF WS-FLAG-VIGENTE = "S"
            PERFORM 0460-UBICAR-RLQ
            IF WS-FLAG-HALLADO = "S"
               PERFORM 0710-BUSCAR-TARIFA-VIGENTE
               MULTIPLY WS-ACU-HORAS BY WS-TARIFA-VIGENTE
                        GIVING WS-ACU-IMPORTE
               PERFORM 0480-UBICAR-DIF
               IF WS-FLAG-HALLADO = "S"
                  ADD WS-ACU-HORAS   TO DIF-HORAS-NUE(DIF-INDICE)
                  ADD WS-ACU-IMPORTE TO DIF-IMPORTE-NUE(DIF-INDICE)
               END-IF
            END-IF
         END-IF.

        0710-BUSCAR-TARIFA-VIGENTE.
         COMPUTE WS-FECHA-COMP = WS-ACU-ANIO * 10000
                                + WS-ACU-MES * 100
                                + WS-ACU-DIA.
         MOVE 0 TO WS-MEJOR-VIG.
         MOVE 0 TO WS-TARIFA-VIGENTE.
         PERFORM VARYING TIP-INDICE FROM 1 BY 1
                  UNTIL TIP-INDICE > WS-CANT-TIPOS
            IF TAB-TIP-TIP_CLASE(TIP-INDICE) = WS-ACU-TIPO
               COMPUTE WS-VIG-COMP =
                          TAB-TIP-VIG-ANIO(TIP-INDICE) * 10000
                        + TAB-TIP-VIG-MES(TIP-INDICE) * 100
                        + TAB-TIP-VIG-DIA(TIP-INDICE)
               IF WS-VIG-COMP <= WS-FECHA-COMP
                            AND WS-VIG-COMP >= WS-MEJOR-VIG
                  MOVE WS-VIG-COMP TO WS-MEJOR-VIG
                  MOVE TAB-TIP-TARIFA(TIP-INDICE) TO WS-TARIFA-VIGENTE
               END-IF
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    DIFERENCIA DE BRUTO POR PROFESOR+PERIODO -----*
      *-----------------------------------------------------------*
        0600-CALCULAR-DIFERENCIAS.
         PERFORM VARYING DIF-INDICE FROM 1 BY 1
                  UNTIL DIF-INDICE > WS-CANT-DIF
            MOVE DIF-NUMERO(DIF-INDICE)  TO WS-ACU-NUMERO
            MOVE DIF-PERIODO(DIF-INDICE) TO WS-ACU-PERIODO
            PERFORM 0460-UBICAR-RLQ
            IF WS-FLAG-HALLADO = "S"
               COMPUTE RLQ-DIF-BRUTO(RLQ-INDICE) =
                       RLQ-DIF-BRUTO(RLQ-INDICE)
                     + DIF-IMPORTE-NUE(DIF-INDICE)
                     - DIF-IMPORTE-LIQ(DIF-INDICE)
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    REPORTE, PAGO, DECLARACION E HISTORICO  ------*
      *----------    AGRUPADOS POR PROFESOR                  ------*
      *-----------------------------------------------------------*
        0620-LIQUIDAR-DIFERENCIAS.
         OPEN OUTPUT LISTADO-RELIQ.
         OPEN OUTPUT PAGO-RELIQ.
         OPEN OUTPUT ASIENTO.
         OPEN OUTPUT DECLARACION.
         OPEN EXTEND PAGO-RETENIDO.
         IF PAGO-RETENIDO-ESTADO NOT = "00"
            OPEN OUTPUT PAGO-RETENIDO
         END-IF.
         OPEN EXTEND HIST-LIQ.
         IF HIST-LIQ-ESTADO NOT = "00"
            OPEN OUTPUT HIST-LIQ
         END-IF.
         MOVE WS-NRO-CORRIDA TO RLQ-ENC-CORRIDA.
         WRITE LINEA-RELIQ FROM RLQ-ENCABEZADO.
         WRITE LINEA-RELIQ FROM LINEA-EN-BLANCO.
         PERFORM VARYING PEND-INDICE FROM 1 BY 1
                  UNTIL PEND-INDICE > WS-CANT-PEND
            MOVE PEND-TIPO(PEND-INDICE)     TO RLQ-TAR-TIPO
            MOVE PEND-VIGENCIA(PEND-INDICE) TO RLQ-TAR-VIG
            MOVE PEND-TARIFA(PEND-INDICE)   TO RLQ-TAR-TARIFA
            WRITE LINEA-RELIQ FROM RLQ-LINEA-TARIFA
         END-PERFORM.
         WRITE LINEA-RELIQ FROM LINEA-EN-BLANCO.
         IF WS-CANT-PER-OMIT > 0
            PERFORM VARYING POM-INDICE FROM 1 BY 1
                     UNTIL POM-INDICE > WS-CANT-PER-OMIT
               MOVE PER-OMIT-PERIODO(POM-INDICE) TO RLQ-OMI-PERIODO
               MOVE ETAPA-DESC(PER-OMIT-ETAPA(POM-INDICE) + 1)
                    TO RLQ-OMI-ETAPA
               WRITE LINEA-RELIQ FROM RLQ-LINEA-OMITIDO
            END-PERFORM
            WRITE LINEA-RELIQ FROM LINEA-EN-BLANCO
         END-IF.
         PERFORM 0630-LIQUIDAR-UN-PROFESOR
                 VARYING WS-SUBINDICE FROM 1 BY 1
                 UNTIL WS-SUBINDICE > WS-CANT-RLQ.
         WRITE LINEA-RELIQ FROM LINEA-EN-BLANCO.
         MOVE WS-CANT-PROF-DIF  TO RLQ-TOT-PROF.
         MOVE WS-TOTAL-DIF-POS  TO RLQ-TOT-POS.
         MOVE WS-TOTAL-RET-SUPL TO RLQ-TOT-RET.
         MOVE WS-NETO-TOTAL     TO RLQ-TOT-NETO.
         WRITE LINEA-RELIQ FROM RLQ-LINEA-TOTALES.
         MOVE WS-PAGO-TOTAL     TO RLQ-TOT-PAGO.
         MOVE WS-CANT-SIN-CBU   TO RLQ-TOT-SIN-CBU.
         MOVE WS-TOTAL-DIF-NEG  TO RLQ-TOT-NEG.
         MOVE WS-CANT-RETENIDOS TO RLQ-TOT-RETENIDOS.
         WRITE LINEA-RELIQ FROM RLQ-LINEA-TOTALES-2.

      *  PRIMERA APARICION DEL PROFESOR EN LA TABLA: SE LISTAN
      *  TODOS SUS PERIODOS CON DIFERENCIA
        0630-LIQUIDAR-UN-PROFESOR.
         MOVE RLQ-NUMERO(WS-SUBINDICE) TO WS-PROF-ACTUAL.
         MOVE "N" TO WS-FLAG-YA-LISTADO.
         PERFORM VARYING WS-SUBINDICE-AUX FROM 1 BY 1
                  UNTIL WS-SUBINDICE-AUX >= WS-SUBINDICE
            IF RLQ-NUMERO(WS-SUBINDICE-AUX) = WS-PROF-ACTUAL
               MOVE "S" TO WS-FLAG-YA-LISTADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-YA-LISTADO = "N"
            MOVE "N" TO WS-FLAG-PROF-IMPRESO
            PERFORM 0640-BUSCAR-PROFESOR
            PERFORM 0650-LIQUIDAR-UN-PERIODO
                    VARYING RLQ-INDICE FROM WS-SUBINDICE BY 1
                    UNTIL RLQ-INDICE > WS-CANT-RLQ
         END-IF.

        0640-BUSCAR-PROFESOR.
         MOVE "DESCONOCIDO" TO WS-NOMBRE-PROF.
         MOVE 0 TO WS-DNI-PROF.
         MOVE SPACES TO WS-CBU-PROF.
         PERFORM VARYING PROF-INDICE FROM 1 BY 1
                  UNTIL PROF-INDICE > WS-CANT-PROFESORES
            IF TAB-PROF-NUMERO(PROF-INDICE) = WS-PROF-ACTUAL
               MOVE TAB-PROF-NOMBRE(PROF-INDICE) TO WS-NOMBRE-PROF
               MOVE TAB-PROF-DNI(PROF-INDICE)    TO WS-DNI-PROF
               MOVE TAB-PROF-CBU(PROF-INDICE)    TO WS-CBU-PROF
            END-IF
         END-PERFORM.
         MOVE "N" TO WS-FLAG-CBU-PENDIENTE.
         PERFORM VARYING CBUP-INDICE FROM 1 BY 1
                  UNTIL CBUP-INDICE > WS-CANT-CBU-PEND
            IF CBU-PEND-NUMERO(CBUP-INDICE) = WS-PROF-ACTUAL
               MOVE "S" TO WS-FLAG-CBU-PENDIENTE
            END-IF
         END-PERFORM.

        0650-LIQUIDAR-UN-PERIODO.
         IF RLQ-NUMERO(RLQ-INDICE) = WS-PROF-ACTUAL
            AND RLQ-DIF-BRUTO(RLQ-INDICE) NOT = 0
            IF WS-FLAG-PROF-IMPRESO = "N"
               MOVE "S" TO WS-FLAG-PROF-IMPRESO
               ADD 1 TO WS-CANT-PROF-DIF
               MOVE WS-PROF-ACTUAL TO RLQ-PROF-NUM
               MOVE WS-NOMBRE-PROF TO RLQ-PROF-NOM
               MOVE WS-DNI-PROF    TO RLQ-PROF-DNI
               WRITE LINEA-RELIQ FROM RLQ-LINEA-PROFESOR
            END-IF
            MOVE RLQ-PERIODO(RLQ-INDICE)   TO RLQ-PER-PERIODO
            MOVE RLQ-BRUTO-LIQ(RLQ-INDICE) TO RLQ-PER-BRUTO-LIQ
            COMPUTE WS-BRUTO-NUEVO = RLQ-BRUTO-LIQ(RLQ-INDICE)
                                   + RLQ-DIF-BRUTO(RLQ-INDICE)
            MOVE WS-BRUTO-NUEVO            TO RLQ-PER-BRUTO-NUE
            MOVE RLQ-DIF-BRUTO(RLQ-INDICE) TO RLQ-PER-DIF
            WRITE LINEA-RELIQ FROM RLQ-LINEA-PERIODO
            PERFORM 0660-IMPRIMIR-DETALLE-PERIODO
                    VARYING DIF-INDICE FROM 1 BY 1
                    UNTIL DIF-INDICE > WS-CANT-DIF
            IF RLQ-DIF-BRUTO(RLQ-INDICE) > 0
               PERFORM 0670-LIQUIDAR-SUPLEMENTO
            ELSE
               COMPUTE WS-TOTAL-DIF-NEG = WS-TOTAL-DIF-NEG
                                        - RLQ-DIF-BRUTO(RLQ-INDICE)
               WRITE LINEA-RELIQ FROM RLQ-LINEA-NEGATIVA
            END-IF
         END-IF.

        0660-IMPRIMIR-DETALLE-PERIODO.
         IF DIF-NUMERO(DIF-INDICE) = WS-PROF-ACTUAL
            AND DIF-PERIODO(DIF-INDICE) = RLQ-PERIODO(RLQ-INDICE)
            COMPUTE WS-DIF-LINEA = DIF-IMPORTE-NUE(DIF-INDICE)
                                 - DIF-IMPORTE-LIQ(DIF-INDICE)
            MOVE DIF-SUCURSAL(DIF-INDICE)    TO RLQ-DET-SUC
            MOVE DIF-TIPO(DIF-INDICE)        TO RLQ-DET-TIPO
            MOVE DIF-HORAS-LIQ(DIF-INDICE)   TO RLQ-DET-HS-LIQ
            MOVE DIF-IMPORTE-LIQ(DIF-INDICE) TO RLQ-DET-IMP-LIQ
            MOVE DIF-HORAS-NUE(DIF-INDICE)   TO RLQ-DET-HS-NUE
            MOVE DIF-IMPORTE-NUE(DIF-INDICE) TO RLQ-DET-IMP-NUE
            MOVE WS-DIF-LINEA                TO RLQ-DET-DIF
            WRITE LINEA-RELIQ FROM RLQ-LINEA-DETALLE
         END-IF.

      *-----------------------------------------------------------*
      *----------    SUPLEMENTO: RETENCIONES SOBRE EL BRUTO ------*
      *----------    NUEVO MENOS LO YA RETENIDO, NETO AL    ------*
      *----------    BANCO Y REGISTRO EN EL HISTORICO       ------*
      *-----------------------------------------------------------*
        0670-LIQUIDAR-SUPLEMENTO.
         MOVE RLQ-DIF-BRUTO(RLQ-INDICE) TO WS-DIF-BRUTO.
         ADD WS-DIF-BRUTO TO WS-TOTAL-DIF-POS.
         PERFORM 0750-CALCULAR-RETENCIONES.
         MOVE 0 TO WS-RET-SUPL-TOTAL.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PROF-CANT
            MOVE 0 TO WS-RET-YA-RETENIDO
            PERFORM VARYING HRET-INDICE FROM 1 BY 1
                     UNTIL HRET-INDICE > WS-CANT-HRET
               IF HRET-NUMERO(HRET-INDICE) = WS-PROF-ACTUAL
                  AND HRET-PERIODO(HRET-INDICE)
                                   = RLQ-PERIODO(RLQ-INDICE)
                  AND HRET-CODIGO(HRET-INDICE)
                                   = RET-PROF-CODIGO(WS-RET-AUX)
                  ADD HRET-IMPORTE(HRET-INDICE)
                      TO WS-RET-YA-RETENIDO
               END-IF
            END-PERFORM
            COMPUTE WS-RET-SUPL = RET-PROF-IMPORTE(WS-RET-AUX)
                                - WS-RET-YA-RETENIDO
            IF WS-RET-SUPL < 0
               MOVE 0 TO WS-RET-SUPL
            END-IF
            IF WS-RET-SUPL-TOTAL + WS-RET-SUPL > WS-DIF-BRUTO
               COMPUTE WS-RET-SUPL = WS-DIF-BRUTO - WS-RET-SUPL-TOTAL
            END-IF
            MOVE WS-RET-SUPL TO RET-PROF-IMPORTE(WS-RET-AUX)
            ADD WS-RET-SUPL TO WS-RET-SUPL-TOTAL
         END-PERFORM.
         COMPUTE WS-NETO-SUPL = WS-DIF-BRUTO - WS-RET-SUPL-TOTAL.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PROF-CANT
            IF RET-PROF-IMPORTE(WS-RET-AUX) > 0
               MOVE RET-PROF-CODIGO(WS-RET-AUX)   TO RLQ-RET-COD
               MOVE RET-PROF-DESC(WS-RET-AUX)     TO RLQ-RET-DESC
               MOVE RET-PROF-ALICUOTA(WS-RET-AUX) TO RLQ-RET-ALIC
               MOVE RET-PROF-IMPORTE(WS-RET-AUX)  TO RLQ-RET-IMPORTE
               WRITE LINEA-RELIQ FROM RLQ-LINEA-RETENCION
               PERFORM 0680-GRABAR-DECLA-RETENCION
               PERFORM 0690-ACUMULAR-RET-PERIODO
            END-IF
         END-PERFORM.
         ADD WS-RET-SUPL-TOTAL TO WS-TOTAL-RET-SUPL.
         ADD WS-NETO-SUPL TO WS-NETO-TOTAL.
         MOVE WS-NETO-SUPL TO RLQ-NETO-IMPORTE.
         IF WS-CBU-PROF = SPACES
            ADD 1 TO WS-CANT-SIN-CBU
            MOVE "Sin CBU - excluido de PagosReliq"
                 TO RLQ-NETO-DESTINO
         END-IF.
         IF WS-CBU-PROF NOT = SPACES AND WS-FLAG-CBU-PENDIENTE = "S"
            PERFORM 0675-RETENER-SUPLEMENTO
         END-IF.
         IF WS-CBU-PROF NOT = SPACES AND WS-FLAG-CBU-PENDIENTE = "N"
            MOVE "D"            TO PAGO-DET-TIPO
            MOVE WS-PROF-ACTUAL TO PAGO-DET-NUMERO
            MOVE WS-DNI-PROF    TO PAGO-DET-DNI
            MOVE WS-CBU-PROF    TO PAGO-DET-CBU
            MOVE WS-NETO-SUPL   TO PAGO-DET-IMPORTE
            MOVE RLQ-PERIODO(RLQ-INDICE) TO PAGO-DET-PERIODO
            WRITE REG-PAGO-DETALLE
            ADD 1 TO WS-PAGO-CANT
            ADD WS-NETO-SUPL TO WS-PAGO-TOTAL
            MOVE "Enviado en PagosReliq" TO RLQ-NETO-DESTINO
         END-IF.
         WRITE LINEA-RELIQ FROM RLQ-LINEA-NETO.
         PERFORM 0695-GRABAR-HIST-SUPLEMENTO.

      *  EL SUPLEMENTO NO VA AL BANCO: QUEDA EN PAGOSRETENIDOS HASTA
      *  QUE SE CONFIRME EL CAMBIO DE CBU (LO LIBERA LA CONCILIACION)
        0675-RETENER-SUPLEMENTO.
         MOVE WS-PROF-ACTUAL    TO PRET-NUMERO.
         MOVE WS-DNI-PROF       TO PRET-DNI.
         MOVE WS-CBU-PROF       TO PRET-CBU.
         MOVE WS-NETO-SUPL      TO PRET-IMPORTE.
         MOVE RLQ-PERIODO(RLQ-INDICE) TO PRET-PERIODO.
         MOVE WS-NRO-CORRIDA    TO PRET-CORRIDA.
         MOVE "R"               TO PRET-ESTADO.
         MOVE SPACES            TO PRET-FECHA-LIBERA.
         MOVE "S"               TO PRET-ORIGEN.
         WRITE REG-PAGO-RETENIDO.
         ADD 1 TO WS-CANT-RETENIDOS.
         MOVE "Retenido por cambio de CBU" TO RLQ-NETO-DESTINO.

        0680-GRABAR-DECLA-RETENCION.
         MOVE "D"            TO DECLA-TIPO.
         MOVE WS-DNI-PROF    TO DECLA-DNI.
         MOVE RLQ-PERIODO(RLQ-INDICE)       TO DECLA-PERIODO.
         MOVE RET-PROF-CODIGO(WS-RET-AUX)   TO DECLA-CODIGO.
         MOVE WS-DIF-BRUTO                  TO DECLA-BASE.
         MOVE RET-PROF-ALICUOTA(WS-RET-AUX) TO DECLA-ALICUOTA.
         MOVE RET-PROF-IMPORTE(WS-RET-AUX)  TO DECLA-IMPORTE.
         WRITE REG-DECLA-DETALLE.
         ADD 1 TO WS-DECLA-CANT.
         ADD RET-PROF-IMPORTE(WS-RET-AUX) TO WS-DECLA-TOTAL.

        0690-ACUMULAR-RET-PERIODO.
         MOVE "N" TO WS-RET-HALLADA.
         PERFORM VARYING WS-RET-INDICE FROM 1 BY 1
                  UNTIL WS-RET-INDICE > WS-RET-PERIODO-CANT
            IF RET-PER-CODIGO(WS-RET-INDICE)
                             = RET-PROF-CODIGO(WS-RET-AUX)
               ADD RET-PROF-IMPORTE(WS-RET-AUX)
                   TO RET-PER-IMPORTE(WS-RET-INDICE)
               MOVE "S" TO WS-RET-HALLADA
            END-IF
         END-PERFORM.
         IF WS-RET-HALLADA = "N" AND WS-RET-PERIODO-CANT < 20
            ADD 1 TO WS-RET-PERIODO-CANT
            MOVE RET-PROF-CODIGO(WS-RET-AUX)
                 TO RET-PER-CODIGO(WS-RET-PERIODO-CANT)
            MOVE RET-PROF-IMPORTE(WS-RET-AUX)
                 TO RET-PER-IMPORTE(WS-RET-PERIODO-CANT)
         END-IF.

      *  EL SUPLEMENTO QUEDA EN EL HISTORICO COMO ORIGEN "S": LA
      *  PROXIMA RELIQUIDACION LO SUMA A LO YA LIQUIDADO
        0695-GRABAR-HIST-SUPLEMENTO.
         PERFORM VARYING DIF-INDICE FROM 1 BY 1
                  UNTIL DIF-INDICE > WS-CANT-DIF
            IF DIF-NUMERO(DIF-INDICE) = WS-PROF-ACTUAL
               AND DIF-PERIODO(DIF-INDICE) = RLQ-PERIODO(RLQ-INDICE)
               COMPUTE WS-DIF-LINEA = DIF-IMPORTE-NUE(DIF-INDICE)
                                    - DIF-IMPORTE-LIQ(DIF-INDICE)
               IF WS-DIF-LINEA NOT = 0
                  PERFORM 0697-INICIAR-REG-HIST
                  MOVE "D" TO HLIQ-TIPO
                  MOVE DIF-SUCURSAL(DIF-INDICE) TO HLIQ-DET-SUCURSAL
                  MOVE DIF-TIPO(DIF-INDICE) TO HLIQ-DET-TIPO-CLASE
                  MOVE 0 TO HLIQ-DET-HORAS
                  MOVE 0 TO HLIQ-DET-TARIFA
                  MOVE WS-DIF-LINEA TO HLIQ-DET-IMPORTE
                  WRITE REG-HIST-LIQ
                  PERFORM 0698-ACUMULAR-BRUTO-ASIENTO
               END-IF
            END-IF
         END-PERFORM.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PROF-CANT
            IF RET-PROF-IMPORTE(WS-RET-AUX) > 0
               PERFORM 0697-INICIAR-REG-HIST
               MOVE "R" TO HLIQ-TIPO
               MOVE RET-PROF-CODIGO(WS-RET-AUX)   TO HLIQ-RET-CODIGO
               MOVE WS-DIF-BRUTO                  TO HLIQ-RET-BASE
               MOVE RET-PROF-ALICUOTA(WS-RET-AUX) TO HLIQ-RET-ALICUOTA
               MOVE RET-PROF-IMPORTE(WS-RET-AUX)  TO HLIQ-RET-IMPORTE
               WRITE REG-HIST-LIQ
            END-IF
         END-PERFORM.
         PERFORM 0697-INICIAR-REG-HIST.
         MOVE "N" TO HLIQ-TIPO.
         MOVE WS-DIF-BRUTO      TO HLIQ-NETO-BRUTO.
         MOVE WS-RET-SUPL-TOTAL TO HLIQ-NETO-RETENIDO.
         MOVE WS-NETO-SUPL      TO HLIQ-NETO-IMPORTE.
         MOVE WS-CBU-PROF       TO HLIQ-NETO-CBU.
         EVALUATE TRUE
            WHEN WS-CBU-PROF = SPACES
               MOVE "S" TO HLIQ-NETO-PAGO
            WHEN WS-FLAG-CBU-PENDIENTE = "S"
               MOVE "R" TO HLIQ-NETO-PAGO
            WHEN OTHER
               MOVE "B" TO HLIQ-NETO-PAGO
         END-EVALUATE.
         WRITE REG-HIST-LIQ.

        0697-INICIAR-REG-HIST.
         MOVE SPACES TO REG-HIST-LIQ.
         MOVE "S" TO HLIQ-ORIGEN.
         MOVE RLQ-PERIODO(RLQ-INDICE) TO HLIQ-PERIODO.
         MOVE WS-NRO-CORRIDA TO HLIQ-CORRIDA.
         MOVE WS-PROF-ACTUAL TO HLIQ-NUMERO.

        0698-ACUMULAR-BRUTO-ASIENTO.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING ASI-INDICE FROM 1 BY 1
                  UNTIL ASI-INDICE > WS-CANT-ASI-BRUTO
            IF ASI-BRUTO-SUCURSAL(ASI-INDICE) = DIF-SUCURSAL(DIF-INDICE)
               AND ASI-BRUTO-TIPO(ASI-INDICE) = DIF-TIPO(DIF-INDICE)
               ADD WS-DIF-LINEA TO ASI-BRUTO-IMPORTE(ASI-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-ASI-BRUTO < 300
            ADD 1 TO WS-CANT-ASI-BRUTO
            MOVE DIF-SUCURSAL(DIF-INDICE)
                 TO ASI-BRUTO-SUCURSAL(WS-CANT-ASI-BRUTO)
            MOVE DIF-TIPO(DIF-INDICE)
                 TO ASI-BRUTO-TIPO(WS-CANT-ASI-BRUTO)
            MOVE WS-DIF-LINEA TO ASI-BRUTO-IMPORTE(WS-CANT-ASI-BRUTO)
         END-IF.

      *-----------------------------------------------------------*
      *----------    RETENCIONES SOBRE EL BRUTO NUEVO DEL  --------*
      *----------    PERIODO (MISMO CRITERIO QUE TP)       --------*
      *-----------------------------------------------------------*
        0750-CALCULAR-RETENCIONES.
         MOVE 0 TO WS-RET-PROF-CANT.
         COMPUTE WS-RET-FECHA-COMP = RLQ-PERIODO(RLQ-INDICE) * 100
                                   + 31.
         PERFORM VARYING RET-INDICE FROM 1 BY 1
                  UNTIL RET-INDICE > WS-CANT-RETENCIONES
            MOVE "N" TO WS-RET-YA-CALCULADA
            PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                     UNTIL WS-RET-AUX > WS-RET-PROF-CANT
               IF RET-PROF-CODIGO(WS-RET-AUX)
                                = TAB-RET-CODIGO(RET-INDICE)
                  MOVE "S" TO WS-RET-YA-CALCULADA
               END-IF
            END-PERFORM
            IF WS-RET-YA-CALCULADA = "N"
               PERFORM 0760-CALCULAR-UNA-RETENCION
            END-IF
         END-PERFORM.

        0760-CALCULAR-UNA-RETENCION.
         MOVE TAB-RET-CODIGO(RET-INDICE) TO WS-RET-COD-ACTUAL.
         MOVE 0 TO WS-RET-MEJOR-VIG.
         PERFORM VARYING WS-RET-INDICE FROM 1 BY 1
                  UNTIL WS-RET-INDICE > WS-CANT-RETENCIONES
            IF TAB-RET-CODIGO(WS-RET-INDICE) = WS-RET-COD-ACTUAL
               COMPUTE WS-VIG-COMP =
                     TAB-RET-VIG-ANIO(WS-RET-INDICE) * 10000
                   + TAB-RET-VIG-MES(WS-RET-INDICE) * 100
                   + TAB-RET-VIG-DIA(WS-RET-INDICE)
               IF WS-VIG-COMP <= WS-RET-FECHA-COMP
                            AND WS-VIG-COMP > WS-RET-MEJOR-VIG
                  MOVE WS-VIG-COMP TO WS-RET-MEJOR-VIG
               END-IF
            END-IF
         END-PERFORM.
         IF WS-RET-MEJOR-VIG > 0
            MOVE "N" TO WS-RET-HALLADA
            MOVE 0 TO WS-RET-MEJOR-TRAMO
            MOVE 0 TO WS-RET-ALICUOTA
            MOVE SPACES TO WS-RET-DESC
            PERFORM VARYING WS-RET-INDICE FROM 1 BY 1
                     UNTIL WS-RET-INDICE > WS-CANT-RETENCIONES
               COMPUTE WS-VIG-COMP =
                     TAB-RET-VIG-ANIO(WS-RET-INDICE) * 10000
                   + TAB-RET-VIG-MES(WS-RET-INDICE) * 100
                   + TAB-RET-VIG-DIA(WS-RET-INDICE)
               IF TAB-RET-CODIGO(WS-RET-INDICE) = WS-RET-COD-ACTUAL
                  AND WS-VIG-COMP = WS-RET-MEJOR-VIG
                  AND TAB-RET-TRAMO(WS-RET-INDICE) <= WS-BRUTO-NUEVO
                  IF WS-RET-HALLADA = "N" OR
                     TAB-RET-TRAMO(WS-RET-INDICE) >= WS-RET-MEJOR-TRAMO
                     MOVE TAB-RET-TRAMO(WS-RET-INDICE)
                          TO WS-RET-MEJOR-TRAMO
                     MOVE TAB-RET-ALICUOTA(WS-RET-INDICE)
                          TO WS-RET-ALICUOTA
                     MOVE TAB-RET-DESC(WS-RET-INDICE) TO WS-RET-DESC
                     MOVE "S" TO WS-RET-HALLADA
                  END-IF
               END-IF
            END-PERFORM
            IF WS-RET-HALLADA = "S" AND WS-RET-ALICUOTA > 0
               COMPUTE WS-RET-IMPORTE ROUNDED =
                     WS-BRUTO-NUEVO * WS-RET-ALICUOTA / 100
               IF WS-RET-IMPORTE > 0 AND WS-RET-PROF-CANT < 10
                  ADD 1 TO WS-RET-PROF-CANT
                  MOVE WS-RET-COD-ACTUAL
                       TO RET-PROF-CODIGO(WS-RET-PROF-CANT)
                  MOVE WS-RET-DESC
                       TO RET-PROF-DESC(WS-RET-PROF-CANT)
                  MOVE WS-RET-IMPORTE
                       TO RET-PROF-IMPORTE(WS-RET-PROF-CANT)
                  MOVE WS-RET-ALICUOTA
                       TO RET-PROF-ALICUOTA(WS-RET-PROF-CANT)
               END-IF
            END-IF
         END-IF.

      *-----------------------------------------------------------*
      *----------    ASIENTO DE LA RELIQUIDACION: DEBE     --------*
      *----------    HONORARIOS / HABER RETENCIONES, BANCO --------*
      *----------    Y HONORARIOS PENDIENTES (SIN CBU)     --------*
      *-----------------------------------------------------------*
        0800-GRABAR-ASIENTO-CONTABLE.
         PERFORM VARYING ASI-INDICE FROM 1 BY 1
                  UNTIL ASI-INDICE > WS-CANT-ASI-BRUTO
            PERFORM 0810-INICIAR-REG-ASIENTO
            MOVE "HONORARIOS"          TO ASI-CONCEPTO
            MOVE ASI-BRUTO-SUCURSAL(ASI-INDICE) TO ASI-SUCURSAL
            MOVE ASI-BRUTO-TIPO(ASI-INDICE)     TO ASI-TIPO-CLASE
            IF ASI-BRUTO-IMPORTE(ASI-INDICE) < 0
               MOVE "H" TO ASI-TIPO
               COMPUTE ASI-HABER = 0 - ASI-BRUTO-IMPORTE(ASI-INDICE)
               ADD ASI-HABER TO WS-ASI-HABER-TOTAL
            ELSE
               MOVE "D" TO ASI-TIPO
               MOVE ASI-BRUTO-IMPORTE(ASI-INDICE) TO ASI-DEBE
               ADD ASI-DEBE TO WS-ASI-DEBE-TOTAL
            END-IF
            WRITE REG-ASIENTO
         END-PERFORM.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PERIODO-CANT
            PERFORM 0810-INICIAR-REG-ASIENTO
            MOVE "H"                   TO ASI-TIPO
            MOVE "RETENCION A PAGAR"   TO ASI-CONCEPTO
            MOVE RET-PER-CODIGO(WS-RET-AUX)  TO ASI-CODIGO-RET
            MOVE RET-PER-IMPORTE(WS-RET-AUX) TO ASI-HABER
            ADD RET-PER-IMPORTE(WS-RET-AUX) TO WS-ASI-HABER-TOTAL
            WRITE REG-ASIENTO
         END-PERFORM.
         PERFORM 0810-INICIAR-REG-ASIENTO.
         MOVE "H"              TO ASI-TIPO.
         MOVE "BANCO PAGOS"    TO ASI-CONCEPTO.
         MOVE WS-PAGO-TOTAL    TO ASI-HABER.
         ADD WS-PAGO-TOTAL TO WS-ASI-HABER-TOTAL.
         WRITE REG-ASIENTO.
         IF WS-NETO-TOTAL > WS-PAGO-TOTAL
            COMPUTE WS-ASI-PENDIENTE =
                       WS-NETO-TOTAL - WS-PAGO-TOTAL
            PERFORM 0810-INICIAR-REG-ASIENTO
            MOVE "H"                  TO ASI-TIPO
            MOVE "HONORARIOS A PAGAR" TO ASI-CONCEPTO
            MOVE WS-ASI-PENDIENTE     TO ASI-HABER
            ADD WS-ASI-PENDIENTE TO WS-ASI-HABER-TOTAL
            WRITE REG-ASIENTO
         END-IF.
         PERFORM 0810-INICIAR-REG-ASIENTO.
         MOVE "C" TO ASI-TIPO.
         IF WS-ASI-DEBE-TOTAL = WS-ASI-HABER-TOTAL
            MOVE "CONTROL CUADRA"    TO ASI-CONCEPTO
         ELSE
            MOVE "CONTROL NO CUADRA" TO ASI-CONCEPTO
         END-IF.
         MOVE WS-ASI-DEBE-TOTAL  TO ASI-DEBE.
         MOVE WS-ASI-HABER-TOTAL TO ASI-HABER.
         WRITE REG-ASIENTO.

        0810-INICIAR-REG-ASIENTO.
         MOVE SPACES TO REG-ASIENTO.
         MOVE WS-PERIODO-ACTUAL TO ASI-PERIODO.
         MOVE WS-NRO-CORRIDA TO ASI-CORRIDA.
         MOVE SPACES TO ASI-SUCURSAL.
         MOVE SPACES TO ASI-TIPO-CLASE.
         MOVE SPACES TO ASI-CODIGO-RET.
         MOVE 0 TO ASI-DEBE.
         MOVE 0 TO ASI-HABER.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0850-GRABAR-TRAILERS.
         MOVE "T"           TO PAGO-TRL-TIPO.
         MOVE WS-PAGO-CANT  TO PAGO-TRL-CANT.
         MOVE WS-PAGO-TOTAL TO PAGO-TRL-TOTAL.
         MOVE SPACES TO PAGO-TRL-RELLENO.
         WRITE REG-PAGO-TRAILER.
         MOVE "T"            TO DECLA-TRL-TIPO.
         MOVE WS-DECLA-CANT  TO DECLA-TRL-CANT.
         MOVE WS-DECLA-TOTAL TO DECLA-TRL-TOTAL.
         MOVE SPACES TO DECLA-TRL-RELLENO.
         WRITE REG-DECLA-TRAILER.

      *-----------------------------------------------------------*
      *----------    LAS TARIFAS YA RELIQUIDADAS NO VUELVEN  ------*
      *----------    A PROCESARSE; QUEDAN LAS QUE ALCANZAN UN ------*
      *----------    PERIODO TODAVIA SIN PAGO ENVIADO         -----*
      *-----------------------------------------------------------*
        0900-LIMPIAR-PENDIENTES.
         IF WS-CANT-PER-OMIT = 0
            OPEN OUTPUT RELIQ-PEND
            CLOSE RELIQ-PEND
         ELSE
            MOVE "NO" TO EOF-PEND
            MOVE 0 TO WS-CANT-PEND-REG
            OPEN INPUT RELIQ-PEND
            PERFORM 0910-CONSERVAR-PENDIENTE UNTIL EOF-RELIQ-PEND
            CLOSE RELIQ-PEND
            IF WS-PEND-DESBORDE = "S"
               DISPLAY "ReliqPendientes.dat se conserva completo"
            ELSE
               OPEN OUTPUT RELIQ-PEND
               PERFORM VARYING PREG-INDICE FROM 1 BY 1
                        UNTIL PREG-INDICE > WS-CANT-PEND-REG
                  MOVE PEND-REG-DATOS(PREG-INDICE) TO REG-RELIQ-PEND
                  WRITE REG-RELIQ-PEND
               END-PERFORM
               CLOSE RELIQ-PEND
            END-IF
         END-IF.

        0910-CONSERVAR-PENDIENTE.
         READ RELIQ-PEND
            AT END MOVE "SI" TO EOF-PEND
            NOT AT END
               IF RELP-VIGENCIA-DESDE IS NUMERIC
                  DIVIDE RELP-VIGENCIA-DESDE BY 100
                         GIVING WS-PEND-PERIODO
                  IF WS-PEND-PERIODO <= WS-PER-OMIT-MAX
                     IF WS-CANT-PEND-REG < 200
                        ADD 1 TO WS-CANT-PEND-REG
                        MOVE REG-RELIQ-PEND
                             TO PEND-REG-DATOS(WS-CANT-PEND-REG)
                     ELSE
                        MOVE "S" TO WS-PEND-DESBORDE
                     END-IF
                  END-IF
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    LA RELIQUIDACION QUEDA EN LA BITACORA  -------*
      *----------    COMO CORRIDA PROPIA                    -------*
      *-----------------------------------------------------------*
        0950-GRABAR-BITACORA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE-FIELDS(1:14) TO WS-BIT-FIN.
         OPEN EXTEND BITACORA.
         IF BITACORA-ESTADO NOT = "00"
            OPEN OUTPUT BITACORA
         END-IF.
         MOVE "C"               TO BIT-TIPO.
         MOVE WS-NRO-CORRIDA    TO BIT-CORRIDA.
         MOVE SPACES            TO BIT-DATOS.
         MOVE WS-BIT-INICIO     TO BIT-COR-INICIO.
         MOVE WS-BIT-FIN        TO BIT-COR-FIN.
         MOVE 0                 TO BIT-COR-LEIDOS(1).
         MOVE 0                 TO BIT-COR-LEIDOS(2).
         MOVE 0                 TO BIT-COR-LEIDOS(3).
         MOVE 0                 TO BIT-COR-LEIDOS(4).
         MOVE WS-PAGO-CANT      TO BIT-COR-GRABADOS.
         MOVE 0                 TO BIT-COR-RECHAZADOS.
         MOVE 0                 TO BIT-COR-DUPLICADOS.
         MOVE "L"               TO BIT-COR-FIN-NORMAL.
         WRITE REG-BITACORA.
         CLOSE BITACORA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE LISTADO-RELIQ.
            CLOSE PAGO-RELIQ.
            CLOSE ASIENTO.
            CLOSE DECLARACION.
            CLOSE PAGO-RETENIDO.
            CLOSE HIST-LIQ.
            DISPLAY "Fin reliquidacion - corrida " WS-NRO-CORRIDA.
