           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-EXCLUIDOS.

      *****************************************************************
      *   ARCHIVO DE FINIQUITO: ATRASOS DE LOS TERMINADOS CON BAJA    *
      *   POSTERIOR A LA FECHA EFECTIVA (HEADER + UN DETALLE POR      *
      *   EMPLEADO + TRAILER CON CONTEO Y SUMA). NO VA AL BANCO POR   *
      *   SALIDA-INTERFAZ: SE PAGA EN EL PROCESO DE FINIQUITO         *
      *****************************************************************
           SELECT SALIDA-FINIQUITO
           ASSIGN TO W-NOM-FINIQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-FINIQ.

      *****************************************************************
      *        REPORTE DE FINIQUITOS (CALCULO POR EMPLEADO Y TOTALES) *
      *****************************************************************
           SELECT SALIDA-FINIQ-REP
           ASSIGN TO W-NOM-FINIQ-REP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-FINIQ-REP.

      *****************************************************************
      *   REGISTRO DE FINIQUITOS LIQUIDADOS POR EMPLEADO: EVITA QUE   *
      *   UNA SEGUNDA CORRIDA (OTRO JOB-ID) DEL MISMO CICLO VUELVA A  *
      *   LIQUIDAR LOS ATRASOS DE UN TERMINADO. EN PARTICION ES EL    *
      *   PARCIAL FINIQUITOS-P<N>.DAT QUE PDCONSOL FUNDE EN EL        *
      *   REGISTRO GENERAL                                            *
      *****************************************************************
           SELECT FINIQUITOS
           ASSIGN TO W-NOM-FINIQUITOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIQ-ID-EMP-KEY
           FILE STATUS IS WFS-FINIQUITOS.

      *****************************************************************
      *   REGISTRO GENERAL DE FINIQUITOS, SOLO LECTURA: UNA PARTICION *
      *   LO CONSULTA PARA NO LIQUIDAR DE NUEVO LO QUE OTRO JOB YA    *
      *   LIQUIDO, SIN ABRIRLO EN I-O JUNTO CON LAS DEMAS INSTANCIAS  *
      *****************************************************************
           SELECT FINIQ-HIST
           ASSIGN TO '../FINIQUITOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIH-ID-EMP-KEY
           FILE STATUS IS WFS-FINIQ-HIST.

      *****************************************************************
      *   INTERFAZ DE PAGO DE ATRASOS HACIA EL SISTEMA DE DISPERSION  *
      *   DE NOMINA/BANCO (HEADER + UN PAGO POR EMPLEADO CON ATRASOS  *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-INTERFAZ.

      *****************************************************************
      *   POLITICA DE PAGO EN CUOTAS DE ATRASOS GRANDES (CONTROL,     *
      *   MISMO ESTILO LINE SEQUENTIAL QUE TABPORC): UMBRAL Y NUMERO  *
      *   DE CUOTAS MENSUALES                                         *
      *****************************************************************
           SELECT PARCUOTA
           ASSIGN TO '../PDCUOTAS.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARCUOTA.

      *****************************************************************
      *   LIBRO DE CUOTAS DE ATRASOS POR EMPLEADO (TOTAL, PAGADO,     *
      *   PENDIENTE Y CUOTA EN TRANSITO). LO ALTAN PDACTSAL/PDCONSOL, *
      *   LO EMITE POR PERIODO PDCUOTAS Y LO LIQUIDA PDRETBAN         *
      *****************************************************************
           SELECT CUOTAS
           ASSIGN TO '../CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-ID-EMP-KEY
           FILE STATUS IS WFS-CUOTAS.

      *****************************************************************
      *   ACTA DE APROBACION DE SIMULACION: LA ESCRIBE LA CORRIDA EN  *
      *   MODO SIMULACION (CON SUS TOTALES DE CONTROL Y LAS HUELLAS   *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-EXCLUIDOS-SIM.

      *****************************************************************
      *   CONTROL DEL CICLO DE AUMENTOS: UN REGISTRO POR JOB-ID CON   *
      *   EL ESTADO DE CADA PASO DEL STREAM (VER WRE-REG-CICLO)       *
      *****************************************************************
           SELECT CICLO
           ASSIGN TO '../PDCICLO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-JOB-ID-KEY
           FILE STATUS IS WFS-CICLO.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
           DATA RECORD IS REG-ENTRADA1.
       01  REG-ENTRADA1.
           05 ENT1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(54).

       FD  SALIDA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-EXCLUIDOS.
       01  REG-EXCLUIDOS                    PIC X(63).

       FD  SALIDA-FINIQUITO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FINIQUITO.
       01  REG-FINIQUITO                    PIC X(70).

       FD  SALIDA-FINIQ-REP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FINIQ-REP.
       01  REG-FINIQ-REP                    PIC X(120).

       FD  FINIQUITOS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-FINIQUITOS.
       01  REG-FINIQUITOS.
           05 FIQ-ID-EMP-KEY                PIC X(05).
           05 FILLER                        PIC X(94).

       FD  FINIQ-HIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-FINIQ-HIST.
       01  REG-FINIQ-HIST.
           05 FIH-ID-EMP-KEY                PIC X(05).
           05 FILLER                        PIC X(94).

       FD  SALIDA-INTERFAZ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-INTERFAZ.
       01  REG-INTERFAZ                     PIC X(50).

       FD  PARCUOTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARCUOTA.
       01  REG-PARCUOTA                     PIC X(19).

       FD  CUOTAS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CUOTAS.
      *    CUO-PAGADO-BASE: LO PAGADO AL (RE)INICIAR EL PLAN; LAS
      *    CUOTAS VENCIDAS SE MIDEN CONTRA CUO-PAGADO MENOS ESTA BASE.
      *    CUO-EN-TRANSITO: CUOTA ENVIADA AL BANCO SIN RESPUESTA AUN.
      *    CUO-ESTADO: 'A' = PLAN ACTIVO, 'L' = LIQUIDADO.
      *    CUO-APORTE-JOB: ATRASOS QUE SUMO AL PLAN EL JOB CUO-JOB-ID
      *    (UN REINICIO DEL MISMO JOB LOS REEMPLAZA).
      *    CUO-JOB-EMISION: JOB QUE EMITIO LA CUOTA EN TRANSITO.
       01  REG-CUOTAS.
           05 CUO-ID-EMP-KEY                PIC X(05).
           05 CUO-NOMBRE                    PIC X(20).
           05 CUO-DEPARTAMENTO              PIC X(04).
           05 CUO-JOB-ID                    PIC X(08).
           05 CUO-FECHA-EFECTIVA            PIC 9(08).
           05 CUO-PERIODO-INICIO            PIC 9(06).
           05 CUO-NUM-CUOTAS                PIC 9(02).
           05 CUO-MONTO-CUOTA               PIC 9(09)V99.
           05 CUO-TOTAL                     PIC 9(09)V99.
           05 CUO-PAGADO                    PIC 9(09)V99.
           05 CUO-PAGADO-BASE               PIC 9(09)V99.
           05 CUO-PENDIENTE                 PIC 9(09)V99.
           05 CUO-EN-TRANSITO               PIC 9(09)V99.
           05 CUO-PERIODO-ULTIMO            PIC 9(06).
           05 CUO-CUOTAS-PAGADAS            PIC 9(03).
           05 CUO-RECHAZOS                  PIC 9(03).
           05 CUO-ESTADO                    PIC X(01).
           05 CUO-APORTE-JOB                PIC 9(09)V99.
           05 CUO-JOB-EMISION               PIC X(08).

       FD  SALIDA-APROB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-EXCLUIDOS-SIM.
       01  REG-EXCLUIDOS-SIM                PIC X(63).

       FD  CICLO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CICLO.
       01  REG-CICLO.
           05 CIC-JOB-ID-KEY                PIC X(08).
           05 FILLER                        PIC X(152).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
           05 ENT1-FECHA-INGRESO            PIC 9(08).
           05 ENT1-FECHA-ING-ALFA REDEFINES
              ENT1-FECHA-INGRESO            PIC X(08).
      *    FECHA DE BAJA QUE ANOTA PDMANTEMP EN LA ACCION BAJA: UN
      *    TERMINADO CON BAJA POSTERIOR A LA FECHA EFECTIVA COBRA LOS
      *    ATRASOS HASTA ESA FECHA POR FINIQUITO. COMO CON LA FECHA
      *    DE INGRESO, EL PASO DE 51 A 59 BYTES EXIGE LA CONVERSION
      *    UNICA DEL MAESTRO (CAMPO EN CEROS) ANTES DE LA PRIMERA
      *    CORRIDA.
           05 ENT1-FECHA-BAJA               PIC 9(08).
           05 ENT1-FECHA-BAJA-ALFA REDEFINES
              ENT1-FECHA-BAJA               PIC X(08).

      *****************************************************************
      *                   ESTRUCTURA SALIDA-RECHAZOS                  *
      *    DE SU CATEGORIA, 'O' = TOPE EXCEDIDO CON OVERRIDE
      *    AUTORIZADO POR COMPENSACIONES, 'R' = REVERSION DEL MODO
      *    CORRECCION, 'F' = REGISTRO DE CIERRE DE BLOQUE (VER
      *    3095), 'Q' = FINIQUITO DE UN TERMINADO, SIN SALARIO NUEVO
      *    EN SALIDA1 (VER 2440), 'A' = TRAMO DE ANTIGUEDAD APLICADO
      *    POR PDANTIG DIRECTO EN ENTRADA1 (JOB-ID 'AN' + AAAAMM).
      *    LAS AUDITORIAS ANTERIORES (67 BYTES) SE LEEN CON LA MARCA
      *    EN BLANCO.
           05 AUD-TOPE-MARCA                PIC X(01).
      *    FACTOR DE PRORRATEO APLICADO (1.0000 = AUMENTO COMPLETO;
      *    MENOR A UNO = INGRESO POSTERIOR A LA FECHA EFECTIVA). LAS
           05 WFS-RESUMEN-SIM               PIC X(02) VALUE SPACES.
           05 WFS-RECHAZOS-SIM              PIC X(02) VALUE SPACES.
           05 WFS-EXCLUIDOS-SIM             PIC X(02) VALUE SPACES.
           05 WFS-PARCUOTA                  PIC X(02) VALUE SPACES.
           05 WFS-CUOTAS                    PIC X(02) VALUE SPACES.
           05 WFS-FINIQ                     PIC X(02) VALUE SPACES.
           05 WFS-FINIQ-REP                 PIC X(02) VALUE SPACES.
           05 WFS-FINIQUITOS                PIC X(02) VALUE SPACES.
           05 WFS-FINIQ-HIST                PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
           05 WI-TOTAL-IDS                  PIC 9(06) VALUE ZEROES.
           05 WS-ID-YA-ANOTADO              PIC X(01) VALUE 'N'.

      *****************************************************************
      *   PAGO EN CUOTAS (PDCUOTAS.PRM): LOS ATRASOS MAYORES AL       *
      *   UMBRAL NO VIAJAN COMPLETOS; SE ABRE (O SE SUMA A) UN PLAN   *
      *   EN EL LIBRO CUOTAS Y LA INTERFAZ LLEVA SOLO LA CUOTA QUE    *
      *   VENCE EN EL PERIODO. SIN ARCHIVO, O CON UMBRAL O CUOTAS EN  *
      *   CERO, TODO SE PAGA DE UNA VEZ (COMPORTAMIENTO ANTERIOR)     *
      *****************************************************************
       01  WRE-REG-PARCUOTA.
           05 CUP-UMBRAL                    PIC 9(09)V99.
           05 CUP-NUM-CUOTAS                PIC 9(02).
           05 CUP-PERIODO                   PIC X(06).

       01  W-CUOTAS.
           05 WS-PLAN-CUOTAS                PIC X(01) VALUE 'N'.
           05 WCU-UMBRAL                    PIC 9(09)V99 VALUE ZEROES.
           05 WCU-NUM-CUOTAS                PIC 9(02) VALUE ZEROES.
           05 WCU-PERIODO                   PIC 9(06) VALUE ZEROES.
           05 WCU-PERIODO-DESC REDEFINES WCU-PERIODO.
              10 WCU-PERIODO-ANIO           PIC 9(04).
              10 WCU-PERIODO-MES            PIC 9(02).
           05 WCU-INICIO                    PIC 9(06) VALUE ZEROES.
           05 WCU-INICIO-DESC REDEFINES WCU-INICIO.
              10 WCU-INICIO-ANIO            PIC 9(04).
              10 WCU-INICIO-MES             PIC 9(02).
           05 WCU-VENCIDAS                  PIC S9(05) VALUE ZEROES.
           05 WCU-DEBIDO                    PIC S9(11)V99 VALUE ZEROES.
           05 WCU-MONTO-PAGO                PIC 9(09)V99 VALUE ZEROES.
           05 WCU-PLANES-NUEVOS             PIC 9(06) VALUE ZEROES.
           05 WCU-PLANES-SUMADOS            PIC 9(06) VALUE ZEROES.
           05 WCU-PLANES-RETIRADOS          PIC 9(06) VALUE ZEROES.
           05 WCU-RETIRO                    PIC 9(09)V99 VALUE ZEROES.
           05 WCU-SUMA-DIFERIDA             PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   MODO CORRECCION ('C'): RESTAURACION QUIRURGICA POR          *
      *   EMPLEADO DESDE UNA GENERACION DE RESPALDO, EN VEZ DEL       *
           05 WK-CORR-AJUSTES               PIC 9(06) VALUE ZEROES.
           05 WK-CORR-SUMA-AJUSTES          PIC 9(11)V99 VALUE ZEROES.
           05 WK-CORR-AJUSTE                PIC S9(09)V99 VALUE ZEROES.
      *    PLANES DE CUOTAS ALIMENTADOS POR EL JOB QUE SE REVIERTE:
      *    WK-CORR-LIBRE ES LO AUN NO EMITIDO DEL PLAN Y
      *    WK-CORR-EMITIDO LO PAGADO MAS LO EN TRANSITO.
      *    WK-CORR-REBAJA ES LO QUE SE QUITO AL TOTAL DEL PLAN.
           05 WS-CUOTAS-CORR                PIC X(01) VALUE 'N'.
           05 WK-CORR-LIBRE                 PIC S9(09)V99 VALUE ZEROES.
           05 WK-CORR-EMITIDO               PIC S9(09)V99 VALUE ZEROES.
           05 WK-CORR-REBAJA                PIC S9(09)V99 VALUE ZEROES.
           05 WK-CORR-PLANES                PIC 9(06) VALUE ZEROES.
           05 WK-CORR-PLANES-CANCELADOS     PIC 9(06) VALUE ZEROES.

       01  W-SAL1-ANTERIOR.
           05 SANT-ID-EMP                   PIC X(05).
      *          CHECKPOINT PERMITE RETOMAR)                          *
      *     12 = ABORTADA, REQUIERE SOPORTE (ARCHIVOS QUE NO ABREN,   *
      *          TABLAS INVALIDAS, APROBACION FALTANTE)               *
      *     08 TAMBIEN = RECHAZADA POR EL CONTROL DEL CICLO           *
      *          (PDCICLO.DAT) ANTES DE TOCAR NINGUN ARCHIVO; LA      *
      *          RAZON QUEDA EN LA BITACORA DE OPERACIONES            *
      *   SE INICIALIZA EN 12: CUALQUIER ABORTE NO CLASIFICADO PIDE   *
      *   SOPORTE; LOS SITIOS REINICIABLES LO BAJAN A 08 Y EL FIN     *
      *   NORMAL LO DEJA EN 00/04.                                    *
              VALUE '../SALIDA-EXCLUIDOS.TXT'.
           05 W-NOM-TOPES                   PIC X(30)
              VALUE '../SALIDA-TOPES.TXT'.
           05 W-NOM-FINIQ                   PIC X(30)
              VALUE '../SALIDA-FINIQUITO.TXT'.
           05 W-NOM-FINIQ-REP               PIC X(30)
              VALUE '../SALIDA-FINIQ-REP.TXT'.
           05 W-NOM-FINIQUITOS              PIC X(30)
              VALUE '../FINIQUITOS.DAT'.

      *****************************************************************
      *   CADENA DE LA AUDITORIA: SECUENCIA DE LA CORRIDA EN CURSO Y  *
           05 WTO-FACTOR                    PIC 9.9999.
           05 WTO-MESES                     PIC ZZ9.

      *****************************************************************
      *   FINIQUITO DE ATRASOS DE LOS TERMINADOS: UN EMPLEADO CON     *
      *   ESTADO 'T' Y FECHA DE BAJA POSTERIOR A LA FECHA EFECTIVA    *
      *   TRABAJO PARTE DEL PERIODO RETROACTIVO. SE LE CALCULA EL     *
      *   MISMO AUMENTO (TARIFA, PRORRATEO POR INGRESO Y TOPE) Y SE   *
      *   LE PAGA LA DIFERENCIA DESDE LA FECHA EFECTIVA (O SU         *
      *   INGRESO) HASTA SU BAJA: MESES COMPLETOS MAS LOS DIAS DEL    *
      *   MES DE BAJA EN TREINTAVOS. NO SE GRABA SALARIO NUEVO EN     *
      *   SALIDA1; EL MONTO VA A SALIDA-FINIQUITO CON SU PROPIA       *
      *   ENTRADA DE AUDITORIA (MARCA 'Q')                            *
      *****************************************************************
       01  W-FINIQUITO.
           05 WS-CALCULO-FINIQUITO          PIC X(01) VALUE 'N'.
           05 WS-FINIQ-YA-LIQUIDADO         PIC X(01) VALUE 'N'.
           05 WS-FINIQ-HIST-ABIERTO         PIC X(01) VALUE 'N'.
           05 WS-FINIQ-EN-HIST              PIC X(01) VALUE 'N'.
           05 WFQ-MESES                     PIC S9(03) VALUE ZEROES.
           05 WFQ-DIAS                      PIC S9(03) VALUE ZEROES.
           05 WFQ-MONTO                     PIC 9(09)V99 VALUE ZEROES.
           05 WFQ-MOTIVO                    PIC X(30) VALUE SPACES.
           05 WFQ-JOB-PREVIO                PIC X(08) VALUE SPACES.
      *    2150/2140/2170 SUMAN A LOS CONTADORES DE LA CORRIDA QUE
      *    VAN AL CHECKPOINT Y A LAS CIFRAS DE SALIDA1: SE GUARDAN
      *    ANTES DEL CALCULO DEL FINIQUITO Y SE RESTAURAN DESPUES.
           05 WFQ-PRORRATEADOS-ANT          PIC 9(06) VALUE ZEROES.
           05 WFQ-TOPADOS-ANT               PIC 9(06) VALUE ZEROES.
           05 WFQ-OVERRIDES-ANT             PIC 9(06) VALUE ZEROES.
           05 WA-FINIQUITOS                 PIC 9(06) VALUE ZEROES.
           05 WA-FINIQ-SIN-MONTO            PIC 9(06) VALUE ZEROES.
           05 WA-FINIQ-YA-LIQUIDADOS        PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-FINIQUITOS            PIC 9(11)V99 VALUE ZEROES.
      *    TOTALES DEL ARCHIVO RELEIDO AL CIERRE (INCLUYE LO GRABADO
      *    ANTES DE UNA CAIDA EN UNA CORRIDA REINICIADA).
           05 WFQ-REGISTROS-ARCHIVO         PIC 9(06) VALUE ZEROES.
           05 WFQ-SUMA-ARCHIVO              PIC 9(11)V99 VALUE ZEROES.
           05 WS-FIN-FINIQUITO              PIC X(01) VALUE 'N'.

      *    INICIO DEL PERIODO DEL FINIQUITO (FECHA EFECTIVA, O EL
      *    INGRESO SI ES POSTERIOR) Y FIN (BAJA, O LA EJECUCION SI LA
      *    BAJA AUN NO LLEGA).
       01  W-FECHA-INICIO-FQ                PIC 9(08) VALUE ZEROES.
       01  W-FECHA-INICIO-FQ-DESC REDEFINES W-FECHA-INICIO-FQ.
           05 WFN-ANIO                      PIC 9(04).
           05 WFN-MES                       PIC 9(02).
           05 WFN-DIA                       PIC 9(02).

       01  W-FECHA-BAJA                     PIC 9(08) VALUE ZEROES.
       01  W-FECHA-BAJA-DESC REDEFINES W-FECHA-BAJA.
           05 WFB-ANIO                      PIC 9(04).
           05 WFB-MES                       PIC 9(02).
           05 WFB-DIA                       PIC 9(02).

       01  WRE-REG-FIQ-H.
           05 FQH-TIPO                      PIC X(01) VALUE 'H'.
           05 FQH-JOB-ID                    PIC X(08).
           05 FQH-FECHA                     PIC 9(08).
           05 FQH-FECHA-EFECTIVA            PIC 9(08).
           05 FILLER                        PIC X(45) VALUE SPACES.

       01  WRE-REG-FIQ-D.
           05 FQD-TIPO                      PIC X(01) VALUE 'D'.
           05 FQD-ID-EMP                    PIC X(05).
           05 FQD-NOMBRE                    PIC X(20).
           05 FQD-DEPARTAMENTO              PIC X(04).
           05 FQD-MONTO                     PIC 9(09)V99.
           05 FQD-FECHA-EFECTIVA            PIC 9(08).
           05 FQD-FECHA-BAJA                PIC 9(08).
           05 FQD-MESES                     PIC 9(03).
           05 FQD-DIAS                      PIC 9(02).
           05 FILLER                        PIC X(08) VALUE SPACES.

       01  WRE-REG-FIQ-T.
           05 FQT-TIPO                      PIC X(01) VALUE 'T'.
           05 FQT-REGISTROS                 PIC 9(06).
           05 FQT-SUMA-MONTO                PIC 9(11)V99.
           05 FILLER                        PIC X(50) VALUE SPACES.

      *****************************************************************
      *   REGISTRO DE FINIQUITOS (FINIQUITOS.DAT), UNO POR EMPLEADO   *
      *****************************************************************
       01  WRE-REG-FINIQUITOS.
           05 FIQ-ID-EMP                    PIC X(05).
           05 FIQ-NOMBRE                    PIC X(20).
           05 FIQ-DEPARTAMENTO              PIC X(04).
           05 FIQ-JOB-ID                    PIC X(08).
           05 FIQ-FECHA-EFECTIVA            PIC 9(08).
           05 FIQ-FECHA-BAJA                PIC 9(08).
           05 FIQ-SALARIO-ANTERIOR          PIC 9(09)V99.
           05 FIQ-SALARIO-NUEVO             PIC 9(09)V99.
           05 FIQ-MESES                     PIC 9(03).
           05 FIQ-DIAS                      PIC 9(02).
           05 FIQ-MONTO                     PIC 9(09)V99.
           05 FIQ-FECHA-EJECUCION           PIC 9(08).

       01  W-LINEA-FINIQ                    PIC X(120) VALUE SPACES.

       01  W-FINIQ-EDITADO.
           05 WFQ-SALARIO-ED                PIC ZZZ,ZZZ,ZZ9.99.
           05 WFQ-RESULTADO-ED              PIC ZZZ,ZZZ,ZZ9.99.
           05 WFQ-MONTO-ED                  PIC ZZZ,ZZZ,ZZ9.99.
           05 WFQ-SUMA-ED                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WFQ-CONTEO-ED                 PIC ZZZ,ZZ9.
           05 WFQ-MESES-ED                  PIC ZZ9.
           05 WFQ-DIAS-ED                   PIC Z9.

      *****************************************************************
      *        CERTIFICACION DE LA TABLA DE PORCENTAJES (TABPORC)     *
      *****************************************************************
           05 W-DEPARTAMENTO-APLICADO       PIC X(04) VALUE 'GNRL'.
           05 W-CATEGORIA-RESUMEN           PIC X(02) VALUE 'GN'.

      *****************************************************************
      *   MODO DE ESTA CORRIDA TAL COMO QUEDA EN EL CONTROL DEL CICLO *
      *   (N/A/D/P/R/C) Y FIN DEL BARRIDO DE PARTICIONES PENDIENTES   *
      *****************************************************************
       01  W-CICLO-ACTSAL.
           05 WS-CICLO-MODO                 PIC X(01) VALUE 'N'.
           05 WS-FIN-CICLO                  PIC X(01) VALUE 'N'.

      *****************************************************************
      *   JOB-ID DE LA INTERFAZ QUE ESTA EN SALIDA-INTERFAZ.TXT ANTES *
      *   DE LA CORRIDA (LA QUE ESTA CORRIDA VA A REEMPLAZAR)         *
      *****************************************************************
       01  W-INTERFAZ-PREVIA.
           05 WS-JOB-INTERFAZ               PIC X(08) VALUE SPACES.

      *****************************************************************
      *   ESTRUCTURA DEL CONTROL DEL CICLO (PDCICLO.DAT): UN PASO POR *
      *   PROGRAMA DEL STREAM, EN EL ORDEN DE W-PASOS-CICLO.          *
      *   CIC-ESTADO: ' ' PENDIENTE, 'E' EN PROCESO, 'T' TERMINADO    *
      *   (CONDITION CODE 00/04), 'X' TERMINADO CON ERROR (08 O MAS). *
      *   UN PASO QUE QUEDA EN 'E' ES UNA CORRIDA CAIDA SIN CERRAR.   *
      *   CIC-MODO: MODO DE LA CORRIDA DE PDACTSAL (N/A/D/P/R/C) O    *
      *   FUNCION DE PDCONAUD (C/A/V); EN BLANCO PARA LOS DEMAS       *
      *****************************************************************
       01  WRE-REG-CICLO.
           05 CIC-JOB-ID                    PIC X(08).
           05 CIC-PASO OCCURS 8 TIMES.
              10 CIC-ESTADO                 PIC X(01).
              10 CIC-MODO                   PIC X(01).
              10 CIC-FECHA                  PIC 9(08).
              10 CIC-HORA                   PIC X(06).
              10 CIC-RETORNO                PIC 9(02).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *          PASOS DEL STREAM DEL CICLO (SUBINDICE DE CIC-PASO)   *
      *****************************************************************
       01  W-PASOS-CICLO.
           05 WCP-MANTEMP                   PIC 9(01) VALUE 1.
           05 WCP-ACTSAL                    PIC 9(01) VALUE 2.
           05 WCP-CONSOL                    PIC 9(01) VALUE 3.
           05 WCP-CONCIL                    PIC 9(01) VALUE 4.
           05 WCP-NOTIF                     PIC 9(01) VALUE 5.
           05 WCP-RETBAN                    PIC 9(01) VALUE 6.
           05 WCP-CONAUD                    PIC 9(01) VALUE 7.
           05 WCP-CUOTAS                    PIC 9(01) VALUE 8.

      *****************************************************************
      *   CONTROL DEL CICLO: WS-CICLO-MARCADO = 'S' DESDE QUE ESTE    *
      *   PASO QUEDO 'E' HASTA QUE 3180 DEJA SU DESENLACE             *
      *****************************************************************
       01  W-CICLO.
           05 WS-CICLO-MARCADO              PIC X(01) VALUE 'N'.
           05 WS-CICLO-EXISTE               PIC X(01) VALUE 'N'.
           05 WS-CICLO-RECHAZO              PIC X(50) VALUE SPACES.
           05 WCI-IDX                       PIC 9(01) VALUE ZEROES.
           05 W-HORA-CICLO                  PIC X(08) VALUE SPACES.

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
           PERFORM 1055-CAPTURAR-FECHA-EJECUCION
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1060-ABRIR-OPLOG
      *    EL CONTROL DEL CICLO SE VERIFICA ANTES DEL ROLLBACK Y DE LA
      *    CORRECCION: TAMBIEN ELLOS REESCRIBEN SALIDA1.
           PERFORM 1070-VERIFICAR-CICLO
           IF WS-MODO-ROLLBACK EQUAL 'S'
              PERFORM 4000-ROLLBACK
           END-IF
           PERFORM 1151-CARGAR-TABLA-TOPES
           PERFORM 1152-CARGAR-OVERRIDES
           PERFORM 1153-CARGAR-TABLA-PRESUP
           PERFORM 1161-CARGAR-POLITICA-CUOTAS
           IF WS-MODO-APLICAR EQUAL 'S'
              PERFORM 1165-VERIFICAR-APROBACION
           END-IF
              PERFORM 1200-LEER-ENTRADA1
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO (PDCICLO.DAT). SE RECHAZA LA CORRIDA:     *
      *   - EN CUALQUIER MODO, CON PDMANTEMP DEL JOB EN PROCESO       *
      *   - ROLLBACK, CUANDO PDRETBAN YA PROCESO LA RESPUESTA DEL     *
      *     BANCO PARA EL JOB (LOS ATRASOS YA SE PAGARON)             *
      *   - CORRIDA QUE RECREA SALIDA1 (NORMAL, APLICAR, DELTA O      *
      *     PARTICION) SOBRE UN JOB QUE EL BANCO YA PAGO, O MIENTRAS  *
      *     OTRO JOB TIENE PARTICIONES QUE PDCONSOL NO CONSOLIDO      *
      *   - CORRIDA QUE GENERA LA INTERFAZ (TODAS MENOS SIMULACION,   *
      *     ROLLBACK Y PARTICION) MIENTRAS LA INTERFAZ DE OTRO JOB    *
      *     SIGUE SIN LIQUIDAR POR PDRETBAN (VER 1075)                *
      *   LA SIMULACION NO SE ANOTA. UNA CORRIDA QUE RECREA SALIDA1   *
      *   O LA RESTAURA DEJA PENDIENTES LOS PASOS POSTERIORES DEL JOB *
      *   (CONSOLIDACION, CONCILIACION, CARTAS Y ARCHIVADO)           *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           MOVE 'N' TO WS-CICLO-MODO
           IF WS-MODO-APLICAR EQUAL 'S'
              MOVE 'A' TO WS-CICLO-MODO
           END-IF
           IF WS-MODO-DELTA EQUAL 'S'
              MOVE 'D' TO WS-CICLO-MODO
           END-IF
           IF WS-MODO-PARTICION EQUAL 'S'
              MOVE 'P' TO WS-CICLO-MODO
           END-IF
           IF WS-MODO-CORRECCION EQUAL 'S'
              MOVE 'C' TO WS-CICLO-MODO
           END-IF
           IF WS-MODO-ROLLBACK EQUAL 'S'
              MOVE 'R' TO WS-CICLO-MODO
           END-IF
           MOVE SPACES TO WS-CICLO-RECHAZO
           IF WS-MODO-SIMULACION NOT EQUAL 'S' AND
              WS-MODO-ROLLBACK NOT EQUAL 'S' AND
              WS-MODO-CORRECCION NOT EQUAL 'S'
              PERFORM 1073-BUSCAR-PARTICIONES
           END-IF
           IF WS-CICLO-RECHAZO EQUAL SPACES AND
              WS-MODO-SIMULACION NOT EQUAL 'S' AND
              WS-MODO-ROLLBACK NOT EQUAL 'S' AND
              WS-MODO-PARTICION NOT EQUAL 'S'
              PERFORM 1074-LEER-JOB-INTERFAZ
              PERFORM 1075-VERIFICAR-INTERFAZ-PREVIA
           END-IF

           PERFORM 1071-LEER-CICLO
           IF CIC-ESTADO(WCP-MANTEMP) EQUAL 'E'
              MOVE 'PDACTSAL RECHAZADO: MANTENIMIENTO EN PROCESO'
                                 TO WS-CICLO-RECHAZO
           END-IF
           IF WS-CICLO-RECHAZO EQUAL SPACES AND
              CIC-ESTADO(WCP-RETBAN) NOT EQUAL SPACES
              IF WS-MODO-ROLLBACK EQUAL 'S'
                 MOVE 'ROLLBACK RECHAZADO: EL BANCO YA PAGO ESTE JOB'
                                 TO WS-CICLO-RECHAZO
              ELSE
                 IF WS-MODO-SIMULACION NOT EQUAL 'S' AND
                    WS-MODO-CORRECCION NOT EQUAL 'S'
                    MOVE 'JOB YA PAGADO POR EL BANCO: USAR OTRO JOB-ID'
                                 TO WS-CICLO-RECHAZO
                 END-IF
              END-IF
           END-IF
           IF WS-CICLO-RECHAZO NOT EQUAL SPACES
              PERFORM 9050-RECHAZAR-CICLO
           END-IF
           IF WS-MODO-SIMULACION EQUAL 'S'
              CLOSE CICLO
           ELSE
              IF WS-MODO-CORRECCION NOT EQUAL 'S'
                 PERFORM VARYING WCI-IDX FROM WCP-CONSOL BY 1
                         UNTIL WCI-IDX GREATER THAN WCP-CONAUD
                    IF WCI-IDX NOT EQUAL WCP-RETBAN
                       MOVE SPACES TO CIC-ESTADO(WCI-IDX)
                       MOVE SPACES TO CIC-MODO(WCI-IDX)
                       MOVE ZEROES TO CIC-FECHA(WCI-IDX)
                       MOVE SPACES TO CIC-HORA(WCI-IDX)
                       MOVE ZEROES TO CIC-RETORNO(WCI-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              ACCEPT W-HORA-CICLO FROM TIME
              MOVE 'E'                 TO CIC-ESTADO(WCP-ACTSAL)
              MOVE WS-CICLO-MODO       TO CIC-MODO(WCP-ACTSAL)
              MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-ACTSAL)
              MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-ACTSAL)
              MOVE ZEROES              TO CIC-RETORNO(WCP-ACTSAL)
              PERFORM 1072-GRABAR-CICLO
              MOVE 'S' TO WS-CICLO-MARCADO
           END-IF.

      *****************************************************************
      *   BARRER EL CONTROL DEL CICLO BUSCANDO OTRO JOB CON UNA       *
      *   CORRIDA PARTICIONADA TERMINADA QUE PDCONSOL AUN NO          *
      *   CONSOLIDO: SU INTERFAZ Y SU CTL TODAVIA NO EXISTEN Y UNA    *
      *   CORRIDA NUEVA LOS PERDERIA. SIN CONTROL DEL CICLO NO HAY    *
      *   NADA PENDIENTE                                              *
      *****************************************************************
       1073-BUSCAR-PARTICIONES.
           OPEN INPUT CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE LOW-VALUES TO CIC-JOB-ID-KEY
              START CICLO KEY NOT LESS THAN CIC-JOB-ID-KEY
              IF WFS-CICLO EQUAL '00'
                 MOVE 'N' TO WS-FIN-CICLO
              ELSE
                 MOVE 'S' TO WS-FIN-CICLO
              END-IF
              PERFORM UNTIL WS-FIN-CICLO EQUAL 'S'
                 READ CICLO NEXT RECORD INTO WRE-REG-CICLO
                 IF WFS-CICLO NOT EQUAL '00'
                    MOVE 'S' TO WS-FIN-CICLO
                 ELSE
                    IF CIC-JOB-ID NOT EQUAL WS-JOB-ID AND
                       CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' AND
                       CIC-MODO(WCP-ACTSAL) EQUAL 'P' AND
                       CIC-ESTADO(WCP-CONSOL) NOT EQUAL 'T'
                       STRING 'PARTICIONES DE ' DELIMITED BY SIZE
                              CIC-JOB-ID DELIMITED BY SIZE
                              ' SIN CONSOLIDAR' DELIMITED BY SIZE
                              INTO WS-CICLO-RECHAZO
                       MOVE 'S' TO WS-FIN-CICLO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CICLO
           END-IF.

      *****************************************************************
      *   LEER EL JOB-ID DEL HEADER DE LA INTERFAZ QUE HOY ESTA EN    *
      *   SALIDA-INTERFAZ.TXT, ANTES DE QUE ESTA CORRIDA LA REEMPLACE *
      *****************************************************************
       1074-LEER-JOB-INTERFAZ.
           MOVE SPACES TO WS-JOB-INTERFAZ
           OPEN INPUT SALIDA-INTERFAZ
           IF WFS-INTERFAZ EQUAL '00'
              READ SALIDA-INTERFAZ
              IF WFS-INTERFAZ EQUAL '00' AND
                 REG-INTERFAZ(1:1) EQUAL 'H'
                 MOVE REG-INTERFAZ(2:8) TO WS-JOB-INTERFAZ
              END-IF
              CLOSE SALIDA-INTERFAZ
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: LA INTERFAZ ANTERIOR, SI LA GENERO OTRO  *
      *   JOB DEL STREAM (PDACTSAL, PDCONSOL O PDCUOTAS), DEBE ESTAR  *
      *   LIQUIDADA POR PDRETBAN ANTES DE PISARLA (MISMA REGLA QUE    *
      *   1075 DE PDCUOTAS). SIN CONTROL DEL CICLO O CON UN JOB QUE   *
      *   NO FIGURA EN EL NO HAY NADA QUE EXIGIR                      *
      *****************************************************************
       1075-VERIFICAR-INTERFAZ-PREVIA.
           IF WS-JOB-INTERFAZ NOT EQUAL SPACES AND
              WS-JOB-INTERFAZ NOT EQUAL WS-JOB-ID
              OPEN INPUT CICLO
              IF WFS-CICLO EQUAL '00'
                 MOVE WS-JOB-INTERFAZ TO CIC-JOB-ID-KEY
                 READ CICLO INTO WRE-REG-CICLO
                 IF WFS-CICLO EQUAL '00'
                    IF (CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' OR
                        CIC-ESTADO(WCP-CONSOL) EQUAL 'T' OR
                        CIC-ESTADO(WCP-CUOTAS) EQUAL 'T') AND
                       CIC-ESTADO(WCP-RETBAN) NOT EQUAL 'T'
                       MOVE SPACES TO WS-CICLO-RECHAZO
                       STRING 'PDACTSAL RECHAZADO: INTERFAZ '
                              DELIMITED BY SIZE
                              WS-JOB-INTERFAZ DELIMITED BY SIZE
                              ' SIN LIQUIDAR' DELIMITED BY SIZE
                              INTO WS-CICLO-RECHAZO
                    END-IF
                 END-IF
                 CLOSE CICLO
              END-IF
           END-IF.

      *****************************************************************
      *   ABRIR EL CONTROL DEL CICLO Y LEER EL REGISTRO DEL JOB. EL   *
      *   ARCHIVO SE CREA LA PRIMERA VEZ Y UN JOB NUEVO ARRANCA CON   *
      *   TODOS SUS PASOS PENDIENTES. QUEDA ABIERTO EN I-O HASTA      *
      *   1072-GRABAR-CICLO (O HASTA EL RECHAZO DEL PASO)             *
      *****************************************************************
       1071-LEER-CICLO.
           OPEN I-O CICLO
           IF WFS-CICLO EQUAL '35'
              OPEN OUTPUT CICLO
              CLOSE CICLO
              OPEN I-O CICLO
           END-IF
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDCICLO.DAT' WFS-CICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
           READ CICLO INTO WRE-REG-CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE 'S' TO WS-CICLO-EXISTE
           ELSE
              IF WFS-CICLO EQUAL '23'
                 MOVE 'N'       TO WS-CICLO-EXISTE
                 MOVE SPACES    TO WRE-REG-CICLO
                 MOVE WS-JOB-ID TO CIC-JOB-ID
                 PERFORM VARYING WCI-IDX FROM 1 BY 1
                         UNTIL WCI-IDX GREATER THAN 8
                    MOVE ZEROES TO CIC-FECHA(WCI-IDX)
                    MOVE ZEROES TO CIC-RETORNO(WCI-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER PDCICLO.DAT'
                          WFS-CICLO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   GRABAR EL REGISTRO DEL JOB EN EL CONTROL DEL CICLO (ALTA SI *
      *   EL JOB ES NUEVO) Y CERRARLO: EL ARCHIVO NO QUEDA TOMADO     *
      *   MIENTRAS CORRE EL PROCESO                                   *
      *****************************************************************
       1072-GRABAR-CICLO.
           IF WS-CICLO-EXISTE EQUAL 'S'
              REWRITE REG-CICLO FROM WRE-REG-CICLO
           ELSE
              WRITE REG-CICLO FROM WRE-REG-CICLO
           END-IF
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDCICLO.DAT'
                       WFS-CICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE CICLO.

      *****************************************************************
      *   POSICIONAR ENTRADA1 EN EL PRIMER ID DEL RANGO DE LA         *
      *   PARTICION (START POR LLAVE): EL BARRIDO SECUENCIAL SIGUE    *
                    OPEN OUTPUT SALIDA-AUDIT
                 END-IF
              END-IF
              PERFORM 1170-ABRIR-FINIQUITO
           END-IF

           IF WS-MODO-SIMULACION EQUAL 'S'
              END-IF
           END-IF.

      *****************************************************************
      *   ABRIR ARCHIVO, REPORTE Y REGISTRO DE FINIQUITOS (SOLO EN    *
      *   CORRIDA REAL). EN REINICIO EL ARCHIVO Y EL REPORTE SE       *
      *   EXTIENDEN IGUAL QUE RECHAZOS/EXCLUIDOS; EL TRAILER SE ARMA  *
      *   AL CIERRE RELEYENDO LOS DETALLES (VER 3080). EN PARTICION   *
      *   LOS TRES SON PARCIALES -P<N> QUE PDCONSOL CONSOLIDA: UNA    *
      *   CORRIDA FRESCA RECREA EL REGISTRO PARCIAL (PDCONSOL YA      *
      *   FUNDIO EL DEL CICLO ANTERIOR) Y EL REGISTRO GENERAL SE ABRE *
      *   SOLO PARA CONSULTA                                          *
      *****************************************************************
       1170-ABRIR-FINIQUITO.
           IF WS-MODO-RESTART EQUAL 'S'
              OPEN EXTEND SALIDA-FINIQUITO
              OPEN EXTEND SALIDA-FINIQ-REP
           END-IF
           IF WS-MODO-RESTART NOT EQUAL 'S' OR
              WFS-FINIQ EQUAL '35' OR WFS-FINIQ-REP EQUAL '35'
              OPEN OUTPUT SALIDA-FINIQUITO
              OPEN OUTPUT SALIDA-FINIQ-REP
              IF WFS-FINIQ EQUAL '00' AND WFS-FINIQ-REP EQUAL '00'
                 PERFORM 1171-ENCABEZAR-FINIQUITO
              END-IF
           END-IF
           IF WS-MODO-PARTICION EQUAL 'S' AND
              WS-MODO-RESTART NOT EQUAL 'S'
              OPEN OUTPUT FINIQUITOS
              CLOSE FINIQUITOS
           END-IF
           OPEN I-O FINIQUITOS
           IF WFS-FINIQUITOS EQUAL '35'
              OPEN OUTPUT FINIQUITOS
              CLOSE FINIQUITOS
              OPEN I-O FINIQUITOS
           END-IF
           IF WS-MODO-PARTICION EQUAL 'S'
              OPEN INPUT FINIQ-HIST
              IF WFS-FINIQ-HIST EQUAL '00'
                 MOVE 'S' TO WS-FINIQ-HIST-ABIERTO
              ELSE
                 IF WFS-FINIQ-HIST NOT EQUAL '35'
                    DISPLAY 'ERROR EN ARCHIVO FINIQUITOS.DAT'
                             WFS-FINIQ-HIST
                    MOVE WFS-FINIQ-HIST TO W-FS-ABORTO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           END-IF
           IF WFS-FINIQ NOT EQUAL '00' OR
              WFS-FINIQ-REP NOT EQUAL '00' OR
              WFS-FINIQUITOS NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA-FINIQUITO' WFS-FINIQ
              DISPLAY 'ERROR EN ARCHIVO SALIDA-FINIQ-REP' WFS-FINIQ-REP
              DISPLAY 'ERROR EN ARCHIVO FINIQUITOS' WFS-FINIQUITOS
              MOVE 'E'    TO OPL-SEVERIDAD
              MOVE 'ERROR AL ABRIR ARCHIVOS DE FINIQUITO' TO OPL-TEXTO
              MOVE WFS-FINIQ TO OPL-FILE-STATUS
              PERFORM 9000-GRABAR-OPLOG
              MOVE WFS-FINIQ TO W-FS-ABORTO
              IF WFS-FINIQ EQUAL '00'
                 MOVE WFS-FINIQ-REP TO W-FS-ABORTO
              END-IF
              IF W-FS-ABORTO EQUAL '00'
                 MOVE WFS-FINIQUITOS TO W-FS-ABORTO
              END-IF
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *      HEADER DEL ARCHIVO Y ENCABEZADO DEL REPORTE DE FINIQUITO *
      *****************************************************************
       1171-ENCABEZAR-FINIQUITO.
           MOVE WS-JOB-ID          TO FQH-JOB-ID
           MOVE W-FECHA-EJECUCION  TO FQH-FECHA
           MOVE W-FECHA-EFECTIVA   TO FQH-FECHA-EFECTIVA
           WRITE REG-FINIQUITO FROM WRE-REG-FIQ-H
           PERFORM 2445-VERIFICAR-FINIQUITO
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'FINIQUITO DE ATRASOS DE EMPLEADOS TERMINADOS  JOB '
                  DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  '  EFECTIVA ' DELIMITED BY SIZE
                  W-FECHA-EFECTIVA DELIMITED BY SIZE
                  '  EJECUCION ' DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 2450-GRABAR-LINEA-FINIQ
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'ID    NOMBRE               DEPT BAJA     '
                  DELIMITED BY SIZE
                  '  SALARIO ANT.  SALARIO CALC. MES DD '
                  DELIMITED BY SIZE
                  '         MONTO T / OBSERVACION' DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 2450-GRABAR-LINEA-FINIQ.

      *****************************************************************
      *   RESPALDAR SALIDA1 POR GENERACIONES ANTES DEL OPEN OUTPUT:   *
      *   SE ROTAN GEN2->GEN3 Y GEN1->GEN2 (SEGUN LA PROFUNDIDAD      *
      *    NADA QUE RESTAURAR ES EXACTAMENTE EL DESASTRE QUE ESTE
      *    MODO EXISTE PARA EVITAR.
           PERFORM 4005-PROBAR-GENERACION
      *    ANTES DE PISAR SALIDA1 SE SACA DE LOS PLANES DE CUOTAS LO
      *    QUE EL JOB REVERTIDO LES SUMO DE MAS.
           PERFORM 4035-AJUSTAR-PLANES-ROLLBACK
           OPEN OUTPUT SALIDA1
           IF WFS-SALIDA1 NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
           END-PERFORM
           CLOSE SALIDA1-GEN3.

      *****************************************************************
      *   BARRER EL SALIDA1 QUE SE VA A REVERTIR CONTRA LA GENERACION *
      *   ELEGIDA Y QUITAR DE LOS PLANES DE CUOTAS DEL JOB REVERTIDO  *
      *   LOS ATRASOS QUE LA GENERACION NO TRAE (MISMA REGLA QUE LA   *
      *   CORRECCION, VER 5126-RECALCULAR-PLAN). SIN LIBRO DE CUOTAS  *
      *   O SIN SALIDA1 NO HAY NADA QUE AJUSTAR                       *
      *****************************************************************
       4035-AJUSTAR-PLANES-ROLLBACK.
           PERFORM 5007-ABRIR-CUOTAS-CORR
           IF WS-CUOTAS-CORR EQUAL 'S'
              OPEN INPUT SALIDA1
              IF WFS-SALIDA1 EQUAL '00'
                 PERFORM 5005-ABRIR-GENERACION
                 PERFORM UNTIL WFS-SALIDA1 NOT EQUAL '00'
                    READ SALIDA1 NEXT INTO W-SAL1-ANTERIOR
                    IF WFS-SALIDA1 EQUAL '00' AND
                       SANT-ARREARS GREATER THAN ZEROES
                       PERFORM 4036-AJUSTAR-PLAN-EMPLEADO
                    END-IF
                 END-PERFORM
                 IF WFS-SALIDA1 NOT EQUAL '10'
                    DISPLAY 'HUBO UN ERROR AL LEER SALIDA1 (PLANES)'
                             WFS-SALIDA1
                    MOVE WFS-SALIDA1 TO W-FS-ABORTO
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 CLOSE SALIDA1
                 IF WG-GEN-RESTAURAR EQUAL 1
                    CLOSE SALIDA1-GEN1
                 ELSE
                    IF WG-GEN-RESTAURAR EQUAL 2
                       CLOSE SALIDA1-GEN2
                    ELSE
                       CLOSE SALIDA1-GEN3
                    END-IF
                 END-IF
              ELSE
                 IF WFS-SALIDA1 NOT EQUAL '35'
                    DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
                    MOVE WFS-SALIDA1 TO W-FS-ABORTO
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
              CLOSE CUOTAS
              DISPLAY 'PLANES DE CUOTAS AJUSTADOS ' WK-CORR-PLANES
                      ' CANCELADOS ' WK-CORR-PLANES-CANCELADOS
           END-IF
           MOVE '00' TO WFS-SALIDA1.

      *****************************************************************
      *   UN EMPLEADO DEL SALIDA1 REVERTIDO: SU EXCESO DE ATRASOS ES  *
      *   LO QUE TRAE DE MAS CONTRA LA GENERACION (TODO, SI LA        *
      *   GENERACION NO LO TIENE)                                     *
      *****************************************************************
       4036-AJUSTAR-PLAN-EMPLEADO.
           MOVE SANT-ID-EMP TO WK-CORR-ID
           PERFORM 5120-LEER-GENERACION
           IF WS-GEN-ENCONTRADO EQUAL 'N'
              MOVE ZEROES TO SAL1-ARREARS
           END-IF
           COMPUTE WK-CORR-AJUSTE = SANT-ARREARS - SAL1-ARREARS
           IF WK-CORR-AJUSTE GREATER THAN ZEROES
              PERFORM 5125-AJUSTAR-PLAN-CUOTAS
           END-IF.

      *****************************************************************
      *     GRABAR UN REGISTRO RESTAURADO Y ACUMULAR SUS CIFRAS       *
      *****************************************************************
                  INTO W-LINEA-CIFRAS
           PERFORM 3215-GRABAR-LINEA-CIFRAS

           PERFORM 5055-REPORTE-PLANES

           CLOSE SALIDA-CIFRAS.

      *****************************************************************
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM 5005-ABRIR-GENERACION
           PERFORM 5007-ABRIR-CUOTAS-CORR

      *    LA AUDITORIA ES HISTORICO PERMANENTE: EXTEND, IGUAL QUE
      *    EN UNA CORRIDA REAL (VER 1100-ABRIR-ARCHIVOS).
           DISPLAY 'CORRECCION COMPLETADA: ' WK-CORR-CORREGIDOS
                   ' EMPLEADOS RESTAURADOS, ' WK-CORR-SIN-GEN
                   ' SIN REGISTRO EN LA GENERACION'
           DISPLAY 'PLANES DE CUOTAS AJUSTADOS ' WK-CORR-PLANES
                   ' CANCELADOS ' WK-CORR-PLANES-CANCELADOS
      *    UN ID QUE NO EXISTE EN LA GENERACION QUEDO SIN CORREGIR:
      *    SE TERMINA CON ADVERTENCIA PARA QUE RRHH LO REVISE.
           IF WK-CORR-SIN-GEN GREATER THAN ZEROES
              END-IF
           END-IF.

      *****************************************************************
      *   ABRIR EL LIBRO DE CUOTAS PARA AJUSTAR LOS PLANES QUE LA     *
      *   CORRIDA REVERTIDA ALIMENTO. SIN LIBRO (STATUS 35) NO HAY    *
      *   PLANES Y TODO EL EXCESO SE TRATA COMO PAGO UNICO            *
      *****************************************************************
       5007-ABRIR-CUOTAS-CORR.
           MOVE 'N' TO WS-CUOTAS-CORR
           OPEN I-O CUOTAS
           IF WFS-CUOTAS EQUAL '00'
              MOVE 'S' TO WS-CUOTAS-CORR
           ELSE
              IF WFS-CUOTAS NOT EQUAL '35'
                 DISPLAY 'ERROR EN EL LIBRO DE CUOTAS CUOTAS.DAT'
                          WFS-CUOTAS
                 MOVE WFS-CUOTAS TO W-FS-ABORTO
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   LEER EL SIGUIENTE ID A CORREGIR Y RESTAURARLO (LAS LINEAS   *
      *   EN BLANCO SE OMITEN, IGUAL QUE EN DELTAEMP)                 *
                 END-IF
      *          SI EL REGISTRO MALO LLEVABA MAS ATRASOS QUE EL
      *          RESTAURADO, ESA DIFERENCIA YA VIAJO EN LA INTERFAZ
      *          DE LA CORRIDA MALA Y DEBE DESCONTARSE. SI LA CORRIDA
      *          MALA LA DIFIRIO EN UN PLAN DE CUOTAS, SOLO SE
      *          DESCUENTA LO QUE EL PLAN YA PAGO O TIENE EN TRANSITO
      *          Y EL RESTO SE QUITA DEL PLAN.
                 COMPUTE WK-CORR-AJUSTE =
                         SANT-ARREARS - SAL1-ARREARS
                 IF WK-CORR-AJUSTE GREATER THAN ZEROES
                    PERFORM 5125-AJUSTAR-PLAN-CUOTAS
                 END-IF
                 IF WK-CORR-AJUSTE GREATER THAN ZEROES
                    PERFORM 5130-GRABAR-AJUSTE-INTERFAZ
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   BUSCAR EL PLAN DE CUOTAS DEL EMPLEADO WK-CORR-ID. SOLO UN   *
      *   PLAN ALIMENTADO POR EL JOB QUE SE REVIERTE (EL DEL SALIDA1  *
      *   ACTUAL, ENTRADA AC DEL CATALOGO) LLEVA EL EXCESO; SIN PLAN, *
      *   O CON UN PLAN DE OTRO JOB, EL EXCESO VIAJO EN UN SOLO PAGO  *
      *   Y WK-CORR-AJUSTE QUEDA COMO ESTA                            *
      *****************************************************************
       5125-AJUSTAR-PLAN-CUOTAS.
           IF WS-CUOTAS-CORR EQUAL 'S'
              MOVE WK-CORR-ID TO CUO-ID-EMP-KEY
              READ CUOTAS
              IF WFS-CUOTAS EQUAL '00'
                 IF CUO-JOB-ID EQUAL WGC-JOB-ID(1)
                    PERFORM 5126-RECALCULAR-PLAN
                 END-IF
              ELSE
                 IF WFS-CUOTAS NOT EQUAL '23'
                    DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT'
                             WFS-CUOTAS
                    MOVE WFS-CUOTAS TO W-FS-ABORTO
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   QUITAR DEL PLAN EL EXCESO WK-CORR-AJUSTE: PRIMERO DE LO AUN *
      *   NO EMITIDO (PENDIENTE MENOS EN TRANSITO), QUE SE REPARTE DE *
      *   NUEVO EN LAS CUOTAS DEL PLAN. SI EL EXCESO LO SUPERA, EL    *
      *   PLAN SE CANCELA (QUEDA SOLO LA CUOTA EN TRANSITO) Y LO QUE  *
      *   FALTA, TOPADO EN LO PAGADO MAS LO EN TRANSITO, QUEDA EN     *
      *   WK-CORR-AJUSTE PARA EL DESCUENTO TIPO 'R'. EN ROLLBACK EL   *
      *   BANCO AUN NO PAGO NADA DEL JOB: EN VEZ DE DESCONTAR SE      *
      *   REBAJA LA CUOTA EN TRANSITO, QUE LA PROXIMA CORRIDA DEL JOB *
      *   REEMITE (VER 3057-REGISTRAR-PLAN-CUOTAS). LO QUITADO AL     *
      *   TOTAL SE DESCUENTA TAMBIEN DEL APORTE DEL JOB               *
      *****************************************************************
       5126-RECALCULAR-PLAN.
           ADD 1 TO WK-CORR-PLANES
           MOVE CUO-TOTAL TO WK-CORR-REBAJA
           COMPUTE WK-CORR-LIBRE = CUO-PENDIENTE - CUO-EN-TRANSITO
           COMPUTE WK-CORR-EMITIDO = CUO-PAGADO + CUO-EN-TRANSITO
           IF WK-CORR-AJUSTE NOT GREATER THAN WK-CORR-LIBRE
              SUBTRACT WK-CORR-AJUSTE FROM CUO-TOTAL
              SUBTRACT WK-CORR-AJUSTE FROM CUO-PENDIENTE
              MOVE ZEROES TO WK-CORR-AJUSTE
           ELSE
              SUBTRACT WK-CORR-LIBRE FROM WK-CORR-AJUSTE
              IF WK-CORR-AJUSTE GREATER THAN WK-CORR-EMITIDO
                 MOVE WK-CORR-EMITIDO TO WK-CORR-AJUSTE
              END-IF
              MOVE WK-CORR-EMITIDO TO CUO-TOTAL
              MOVE CUO-EN-TRANSITO TO CUO-PENDIENTE
              ADD 1 TO WK-CORR-PLANES-CANCELADOS
           END-IF
           IF WS-MODO-ROLLBACK EQUAL 'S' AND
              WK-CORR-AJUSTE GREATER THAN ZEROES
              IF WK-CORR-AJUSTE GREATER THAN CUO-EN-TRANSITO
                 MOVE CUO-EN-TRANSITO TO WK-CORR-AJUSTE
              END-IF
              SUBTRACT WK-CORR-AJUSTE FROM CUO-EN-TRANSITO
              SUBTRACT WK-CORR-AJUSTE FROM CUO-PENDIENTE
              SUBTRACT WK-CORR-AJUSTE FROM CUO-TOTAL
              MOVE ZEROES TO WK-CORR-AJUSTE
           END-IF
           SUBTRACT CUO-TOTAL FROM WK-CORR-REBAJA
           IF WK-CORR-REBAJA NOT LESS THAN CUO-APORTE-JOB
              MOVE ZEROES TO CUO-APORTE-JOB
           ELSE
              SUBTRACT WK-CORR-REBAJA FROM CUO-APORTE-JOB
           END-IF
           IF CUO-PENDIENTE EQUAL ZEROES
              MOVE 'L' TO CUO-ESTADO
           ELSE
              COMPUTE CUO-MONTO-CUOTA ROUNDED =
                      (CUO-TOTAL - CUO-PAGADO-BASE) / CUO-NUM-CUOTAS
           END-IF
           REWRITE REG-CUOTAS
           IF WFS-CUOTAS NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR CUOTAS.DAT, EMPLEADO '
                      CUO-ID-EMP-KEY ' ' WFS-CUOTAS
              MOVE WFS-CUOTAS TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   GRABAR EL DETALLE DE AJUSTE NEGATIVO EN LA INTERFAZ: TIPO   *
      *   'R' = REVERSION, EL SISTEMA DE DISPERSION DESCUENTA EL      *
                 CLOSE SALIDA1-GEN3
              END-IF
           END-IF
           IF WS-CUOTAS-CORR EQUAL 'S'
              CLOSE CUOTAS
           END-IF
           IF WFS-SALIDA1 NOT EQUAL '00' OR
              WFS-CORREMP NOT EQUAL '00' OR
              WFS-AUDIT NOT EQUAL '00' OR
                  INTO W-LINEA-CIFRAS
           PERFORM 3215-GRABAR-LINEA-CIFRAS

           PERFORM 5055-REPORTE-PLANES

           CLOSE SALIDA-CIFRAS.

      *****************************************************************
      *   CIFRAS DE LOS PLANES DE CUOTAS AJUSTADOS (CORRECCION Y      *
      *   ROLLBACK)                                                   *
      *****************************************************************
       5055-REPORTE-PLANES.
           MOVE WK-CORR-PLANES TO WCE-LEIDO-EXCLUIDOS
           MOVE SPACES TO W-LINEA-CIFRAS
           STRING 'PLANES DE CUOTAS AJUSTADOS : '
                  DELIMITED BY SIZE
                  WCE-LEIDO-EXCLUIDOS DELIMITED BY SIZE
                  INTO W-LINEA-CIFRAS
           PERFORM 3215-GRABAR-LINEA-CIFRAS

           MOVE WK-CORR-PLANES-CANCELADOS TO WCE-LEIDO-EXCLUIDOS
           MOVE SPACES TO W-LINEA-CIFRAS
           STRING 'PLANES DE CUOTAS CANCELADOS: '
                  DELIMITED BY SIZE
                  WCE-LEIDO-EXCLUIDOS DELIMITED BY SIZE
                  INTO W-LINEA-CIFRAS
           PERFORM 3215-GRABAR-LINEA-CIFRAS.

      *****************************************************************
      *   CAPTURAR PARA LA BITACORA EL FILE STATUS QUE IMPIDIO ABRIR  *
      *   LOS ARCHIVOS (EL PRIMERO DISTINTO DE '00' QUE SE ENCUENTRE) *
                      'PRESUPUESTO POR DEPARTAMENTO'
           END-IF.

      *****************************************************************
      *   CARGAR LA POLITICA DE PAGO EN CUOTAS (PDCUOTAS.PRM). SIN    *
      *   ARCHIVO, O CON UMBRAL O NUMERO DE CUOTAS EN CERO, LOS       *
      *   ATRASOS SE PAGAN COMPLETOS EN LA INTERFAZ                   *
      *****************************************************************
       1161-CARGAR-POLITICA-CUOTAS.
           OPEN INPUT PARCUOTA

           IF WFS-PARCUOTA EQUAL '00'
              READ PARCUOTA INTO WRE-REG-PARCUOTA
              IF WFS-PARCUOTA EQUAL '00' AND
                 CUP-UMBRAL NUMERIC AND
                 CUP-NUM-CUOTAS NUMERIC
                 IF CUP-UMBRAL GREATER THAN ZEROES AND
                    CUP-NUM-CUOTAS GREATER THAN 1
                    MOVE CUP-UMBRAL     TO WCU-UMBRAL
                    MOVE CUP-NUM-CUOTAS TO WCU-NUM-CUOTAS
                    MOVE 'S'            TO WS-PLAN-CUOTAS
                 END-IF
              END-IF
              CLOSE PARCUOTA
           END-IF

      *    EL PERIODO DE PAGO DE LA INTERFAZ ES EL MES DE EJECUCION.
           MOVE W-FECHA-EJECUCION(1:6) TO WCU-PERIODO
           IF WS-PLAN-CUOTAS EQUAL 'S'
              DISPLAY 'PAGO EN CUOTAS: ATRASOS MAYORES A ' WCU-UMBRAL
                      ' EN ' WCU-NUM-CUOTAS ' CUOTAS'
           ELSE
              DISPLAY 'SIN POLITICA DE CUOTAS, ATRASOS EN UN PAGO'
           END-IF.

      *****************************************************************
      *      CERTIFICAR LA TABLA DE PORCENTAJES ANTES DEL PROCESO     *
      *                                                               *
           STRING '../SALIDA-TOPES-P' DELIMITED BY SIZE
                  WPT-SUFIJO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO W-NOM-TOPES
           MOVE SPACES TO W-NOM-FINIQ
           STRING '../SALIDA-FINIQUITO-P' DELIMITED BY SIZE
                  WPT-SUFIJO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO W-NOM-FINIQ
           MOVE SPACES TO W-NOM-FINIQ-REP
           STRING '../SALIDA-FINIQ-REP-P' DELIMITED BY SIZE
                  WPT-SUFIJO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO W-NOM-FINIQ-REP
           MOVE SPACES TO W-NOM-FINIQUITOS
           STRING '../FINIQUITOS-P' DELIMITED BY SIZE
                  WPT-SUFIJO DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO W-NOM-FINIQUITOS.

      *****************************************************************
      *                        LEER ENTRADA1                          *
      *       DE CIFRAS (REQ 001) NO MEZCLE AMBOS CASOS.
              IF WS-MOTIVO-COD EQUAL '04'
                 PERFORM 2310-GRABAR-EXCLUIDO
      *          EL TERMINADO QUEDA EXCLUIDO DE SALIDA1 (LAS CIFRAS
      *          NO CAMBIAN), PERO SI SU BAJA ES POSTERIOR A LA FECHA
      *          EFECTIVA SE LE LIQUIDAN LOS ATRASOS POR FINIQUITO.
                 IF ENT1-ESTADO EQUAL 'T' AND
                    WS-MODO-SIMULACION NOT EQUAL 'S'
                    PERFORM 2400-PROCESAR-FINIQUITO
                 END-IF
              ELSE
                 PERFORM 2300-GRABAR-RECHAZO
              END-IF
      *   GRABAR UNA LINEA DEL REPORTE DE TOPES (REAL O SIMULACION)   *
      *****************************************************************
       2175-GRABAR-LINEA-TOPES.
      *    EL TOPE DE UN FINIQUITO SE INFORMA EN SU PROPIO REPORTE:
      *    EL DE TOPES SOLO LISTA LOS AUMENTOS GRABADOS EN SALIDA1.
           IF WS-CALCULO-FINIQUITO EQUAL 'S'
              MOVE '00' TO WFS-TOPES
           ELSE
              IF WS-MODO-SIMULACION EQUAL 'S'
                 WRITE REG-TOPES-SIM FROM W-LINEA-TOPES
                 MOVE WFS-TOPES-SIM TO WFS-TOPES
              ELSE
                 WRITE REG-TOPES FROM W-LINEA-TOPES
              END-IF
           END-IF
           IF WFS-TOPES NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR EL REPORTE DE TOPES'
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   FINIQUITO DE UN TERMINADO: SOLO SI TIENE FECHA DE BAJA      *
      *   POSTERIOR A LA FECHA EFECTIVA (UN TERMINADO ANTES DE LA     *
      *   FECHA EFECTIVA O SIN FECHA DE BAJA NO TIENE ATRASOS). EN    *
      *   MODO DELTA NO SE LIQUIDA A QUIEN YA TIENE ATRASOS EN        *
      *   SALIDA1 (SE LE PAGARON EN LA CORRIDA COMPLETA DEL CICLO)    *
      *****************************************************************
       2400-PROCESAR-FINIQUITO.
           IF ENT1-FECHA-BAJA-ALFA NUMERIC AND
              ENT1-FECHA-BAJA GREATER THAN W-FECHA-EFECTIVA
              MOVE SPACES TO WFQ-MOTIVO
              IF WS-MODO-DELTA EQUAL 'S'
                 MOVE ENT1-ID-EMP TO SAL1-ID-EMP-KEY
                 READ SALIDA1 INTO WRE-REG-SAL1
                 IF WFS-SALIDA1 EQUAL '00' AND
                    SAL1-ARREARS GREATER THAN ZEROES
                    MOVE 'ATRASOS YA PAGADOS EN SALIDA1' TO WFQ-MOTIVO
                 ELSE
                    IF WFS-SALIDA1 NOT EQUAL '00' AND
                       WFS-SALIDA1 NOT EQUAL '23'
                       DISPLAY 'HUBO UN ERROR AL LEER SALIDA1'
                                WFS-SALIDA1
                       MOVE WFS-SALIDA1 TO W-FS-ABORTO
                       MOVE 08 TO W-COD-RETORNO
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                 END-IF
              END-IF
              IF WFQ-MOTIVO EQUAL SPACES
                 PERFORM 2410-CALCULAR-FINIQUITO
                 IF WFQ-MONTO EQUAL ZEROES
                    MOVE 'SIN DIFERENCIA POR PAGAR' TO WFQ-MOTIVO
                 END-IF
              END-IF
              IF WFQ-MOTIVO EQUAL SPACES
                 PERFORM 2420-REGISTRAR-FINIQUITO
              END-IF
              IF WFQ-MOTIVO EQUAL SPACES
                 PERFORM 2430-GRABAR-DETALLE-FINIQ
                 PERFORM 2440-GRABAR-AUDIT-FINIQ
                 ADD 1         TO WA-FINIQUITOS
                 ADD WFQ-MONTO TO WA-SUMA-FINIQUITOS
              ELSE
                 IF WS-FINIQ-YA-LIQUIDADO EQUAL 'S'
                    ADD 1 TO WA-FINIQ-YA-LIQUIDADOS
                 ELSE
                    ADD 1 TO WA-FINIQ-SIN-MONTO
                 END-IF
              END-IF
              PERFORM 2435-REPORTAR-FINIQUITO
           END-IF.

      *****************************************************************
      *   CALCULAR EL FINIQUITO: EL SALARIO QUE LE HABRIA TOCADO      *
      *   (MISMA TARIFA, PRORRATEO Y TOPE QUE 2100-MOVER-SAL) MENOS   *
      *   SU SALARIO ACTUAL, POR LOS MESES COMPLETOS DESDE LA FECHA   *
      *   EFECTIVA (O SU INGRESO) HASTA LA BAJA, MAS LOS DIAS DEL     *
      *   MES DE BAJA EN TREINTAVOS. UNA BAJA POSTERIOR A LA          *
      *   EJECUCION SE LIQUIDA HASTA LA EJECUCION, IGUAL QUE 2160     *
      *****************************************************************
       2410-CALCULAR-FINIQUITO.
           MOVE WA-PRORRATEADOS          TO WFQ-PRORRATEADOS-ANT
           MOVE WA-TOPADOS               TO WFQ-TOPADOS-ANT
           MOVE WA-OVERRIDES             TO WFQ-OVERRIDES-ANT
           MOVE 'S'                      TO WS-CALCULO-FINIQUITO
           PERFORM 2150-BUSCAR-PORCENTAJE
           PERFORM 2140-CALCULAR-PRORRATEO
           PERFORM 2155-CALCULAR-AUMENTO
           PERFORM 2170-APLICAR-TOPE
           MOVE 'N'                      TO WS-CALCULO-FINIQUITO
           MOVE WFQ-PRORRATEADOS-ANT     TO WA-PRORRATEADOS
           MOVE WFQ-TOPADOS-ANT          TO WA-TOPADOS
           MOVE WFQ-OVERRIDES-ANT        TO WA-OVERRIDES

           MOVE W-FECHA-EFECTIVA         TO W-FECHA-INICIO-FQ
           IF ENT1-FECHA-ING-ALFA NUMERIC AND
              ENT1-FECHA-INGRESO GREATER THAN W-FECHA-EFECTIVA
              MOVE ENT1-FECHA-INGRESO    TO W-FECHA-INICIO-FQ
           END-IF
           IF ENT1-FECHA-BAJA LESS THAN W-FECHA-EJECUCION
              MOVE ENT1-FECHA-BAJA       TO W-FECHA-BAJA
           ELSE
              MOVE W-FECHA-EJECUCION     TO W-FECHA-BAJA
           END-IF

           COMPUTE WFQ-MESES =
                   (WFB-ANIO - WFN-ANIO) * 12 + (WFB-MES - WFN-MES)
           MOVE ZEROES TO WFQ-DIAS
           IF ENT1-FECHA-BAJA LESS THAN W-FECHA-EJECUCION
              IF WFQ-MESES EQUAL ZEROES
                 COMPUTE WFQ-DIAS = WFB-DIA - WFN-DIA + 1
              ELSE
                 MOVE WFB-DIA TO WFQ-DIAS
              END-IF
           END-IF
           IF WFQ-MESES LESS THAN ZEROES
              MOVE ZEROES TO WFQ-MESES
              MOVE ZEROES TO WFQ-DIAS
           END-IF
           IF WFQ-DIAS LESS THAN ZEROES
              MOVE ZEROES TO WFQ-DIAS
           END-IF
           IF WFQ-DIAS GREATER THAN 30
              MOVE 30 TO WFQ-DIAS
           END-IF

           COMPUTE WA-DIFERENCIA-MENSUAL = RESULTADO - ENT1-SALARIO
           IF WA-DIFERENCIA-MENSUAL NOT GREATER THAN ZEROES
              MOVE ZEROES TO WFQ-MONTO
           ELSE
              COMPUTE WFQ-MONTO ROUNDED =
                      WA-DIFERENCIA-MENSUAL * WFQ-MESES +
                      WA-DIFERENCIA-MENSUAL * WFQ-DIAS / 30
           END-IF.

      *****************************************************************
      *   ANOTAR EL FINIQUITO EN EL REGISTRO POR EMPLEADO. SI YA HAY  *
      *   UNO DE LA MISMA FECHA EFECTIVA HECHO POR OTRO JOB-ID, NO    *
      *   SE VUELVE A LIQUIDAR; EL MISMO JOB-ID (REINICIO O           *
      *   RECORRIDA) LO REGRABA Y LO EMITE DE NUEVO                   *
      *****************************************************************
       2420-REGISTRAR-FINIQUITO.
           MOVE 'N'         TO WS-FINIQ-YA-LIQUIDADO
           MOVE 'N'         TO WS-FINIQ-EN-HIST
           MOVE ENT1-ID-EMP TO FIQ-ID-EMP-KEY
           READ FINIQUITOS INTO WRE-REG-FINIQUITOS
           IF WFS-FINIQUITOS EQUAL '23' AND
              WS-FINIQ-HIST-ABIERTO EQUAL 'S'
              PERFORM 2425-LEER-FINIQ-HIST
           END-IF
           IF (WFS-FINIQUITOS EQUAL '00' OR
               WS-FINIQ-EN-HIST EQUAL 'S') AND
              FIQ-FECHA-EFECTIVA EQUAL W-FECHA-EFECTIVA AND
              FIQ-JOB-ID NOT EQUAL WS-JOB-ID
              MOVE 'S'         TO WS-FINIQ-YA-LIQUIDADO
              MOVE FIQ-JOB-ID  TO WFQ-JOB-PREVIO
              MOVE SPACES      TO WFQ-MOTIVO
              STRING 'YA LIQUIDADO EN JOB ' DELIMITED BY SIZE
                     WFQ-JOB-PREVIO DELIMITED BY SIZE
                     INTO WFQ-MOTIVO
           ELSE
              IF WFS-FINIQUITOS NOT EQUAL '00' AND
                 WFS-FINIQUITOS NOT EQUAL '23'
                 DISPLAY 'HUBO UN ERROR AL LEER FINIQUITOS'
                          WFS-FINIQUITOS
                 MOVE WFS-FINIQUITOS TO W-FS-ABORTO
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              MOVE ENT1-ID-EMP          TO FIQ-ID-EMP
              MOVE ENT1-NOMBRE          TO FIQ-NOMBRE
              MOVE ENT1-DEPARTAMENTO    TO FIQ-DEPARTAMENTO
              MOVE WS-JOB-ID            TO FIQ-JOB-ID
              MOVE W-FECHA-EFECTIVA     TO FIQ-FECHA-EFECTIVA
              MOVE ENT1-FECHA-BAJA      TO FIQ-FECHA-BAJA
              MOVE ENT1-SALARIO         TO FIQ-SALARIO-ANTERIOR
              MOVE RESULTADO            TO FIQ-SALARIO-NUEVO
              MOVE WFQ-MESES            TO FIQ-MESES
              MOVE WFQ-DIAS             TO FIQ-DIAS
              MOVE WFQ-MONTO            TO FIQ-MONTO
              MOVE W-FECHA-EJECUCION    TO FIQ-FECHA-EJECUCION
              IF WFS-FINIQUITOS EQUAL '00'
                 REWRITE REG-FINIQUITOS FROM WRE-REG-FINIQUITOS
              ELSE
                 WRITE REG-FINIQUITOS FROM WRE-REG-FINIQUITOS
              END-IF
              IF WFS-FINIQUITOS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL GRABAR FINIQUITOS'
                          WFS-FINIQUITOS
                 MOVE WFS-FINIQUITOS TO W-FS-ABORTO
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   PARTICION SIN ENTRADA EN SU REGISTRO PARCIAL: BUSCAR AL     *
      *   EMPLEADO EN EL REGISTRO GENERAL (LIQUIDADO POR OTRO JOB).   *
      *   LA ENTRADA NUEVA SE GRABA SIEMPRE EN EL PARCIAL             *
      *****************************************************************
       2425-LEER-FINIQ-HIST.
           MOVE ENT1-ID-EMP TO FIH-ID-EMP-KEY
           READ FINIQ-HIST INTO WRE-REG-FINIQUITOS
           IF WFS-FINIQ-HIST EQUAL '00'
              MOVE 'S' TO WS-FINIQ-EN-HIST
           ELSE
              IF WFS-FINIQ-HIST NOT EQUAL '23'
                 DISPLAY 'HUBO UN ERROR AL LEER FINIQUITOS.DAT'
                          WFS-FINIQ-HIST
                 MOVE WFS-FINIQ-HIST TO W-FS-ABORTO
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *              GRABAR EL DETALLE DEL ARCHIVO DE FINIQUITO       *
      *****************************************************************
       2430-GRABAR-DETALLE-FINIQ.
           MOVE ENT1-ID-EMP              TO FQD-ID-EMP
           MOVE ENT1-NOMBRE              TO FQD-NOMBRE
           MOVE ENT1-DEPARTAMENTO        TO FQD-DEPARTAMENTO
           MOVE WFQ-MONTO                TO FQD-MONTO
           MOVE W-FECHA-EFECTIVA         TO FQD-FECHA-EFECTIVA
           MOVE ENT1-FECHA-BAJA          TO FQD-FECHA-BAJA
           MOVE WFQ-MESES                TO FQD-MESES
           MOVE WFQ-DIAS                 TO FQD-DIAS
           WRITE REG-FINIQUITO FROM WRE-REG-FIQ-D
           PERFORM 2445-VERIFICAR-FINIQUITO.

      *****************************************************************
      *   LINEA DEL REPORTE DE FINIQUITOS: MONTO LIQUIDADO O MOTIVO   *
      *   POR EL QUE NO SE LIQUIDO                                    *
      *****************************************************************
       2435-REPORTAR-FINIQUITO.
           MOVE ENT1-SALARIO             TO WFQ-SALARIO-ED
           MOVE ZEROES                   TO WFQ-RESULTADO-ED
           MOVE ZEROES                   TO WFQ-MESES-ED
           MOVE ZEROES                   TO WFQ-DIAS-ED
           IF WS-FINIQ-YA-LIQUIDADO NOT EQUAL 'S'
              MOVE RESULTADO             TO WFQ-RESULTADO-ED
              MOVE WFQ-MESES             TO WFQ-MESES-ED
              MOVE WFQ-DIAS              TO WFQ-DIAS-ED
           END-IF
           MOVE WFQ-MONTO                TO WFQ-MONTO-ED
           MOVE SPACES TO W-LINEA-FINIQ
           STRING ENT1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-DEPARTAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENT1-FECHA-BAJA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WFQ-SALARIO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WFQ-RESULTADO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WFQ-MESES-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WFQ-DIAS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           IF WFQ-MOTIVO EQUAL SPACES
              MOVE WFQ-MONTO-ED  TO W-LINEA-FINIQ(79:14)
              MOVE WS-TOPE-MARCA TO W-LINEA-FINIQ(94:1)
           ELSE
              MOVE WFQ-MOTIVO    TO W-LINEA-FINIQ(79:30)
           END-IF
           PERFORM 2450-GRABAR-LINEA-FINIQ
           MOVE 'N' TO WS-FINIQ-YA-LIQUIDADO.

      *****************************************************************
      *   ENTRADA DE AUDITORIA DEL FINIQUITO (MARCA 'Q'): SALARIO     *
      *   ANTERIOR Y EL CALCULADO, AUNQUE NO SE GRABE EN SALIDA1. LOS *
      *   VERIFICADORES QUE CASAN AUDITORIA CONTRA SALIDA1 LA OMITEN  *
      *****************************************************************
       2440-GRABAR-AUDIT-FINIQ.
           MOVE ENT1-ID-EMP              TO AUD-ID-EMP
           MOVE ENT1-NOMBRE              TO AUD-NOMBRE
           MOVE ENT1-SALARIO             TO AUD-SALARIO-ANTERIOR
           MOVE RESULTADO                TO AUD-SALARIO-NUEVO
           MOVE W-PORCENTAJE-APLICADO    TO AUD-PORCENTAJE
           MOVE W-FECHA-EJECUCION        TO AUD-FECHA-EJECUCION
           MOVE WS-JOB-ID                TO AUD-JOB-ID
           MOVE 'Q'                      TO AUD-TOPE-MARCA
           MOVE WA-FACTOR-PRORRATEO      TO AUD-FACTOR-PRORRATEO
           PERFORM 2255-ENCADENAR-AUDITORIA

           WRITE REG-AUDIT FROM WRE-REG-AUDIT
           IF WFS-AUDIT NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR AUDITORIA' WFS-AUDIT
              MOVE WFS-AUDIT TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *            VERIFICAR LA GRABACION DEL ARCHIVO DE FINIQUITO    *
      *****************************************************************
       2445-VERIFICAR-FINIQUITO.
           IF WFS-FINIQ NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-FINIQUITO'
                       WFS-FINIQ
              MOVE WFS-FINIQ TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *              GRABAR UNA LINEA DEL REPORTE DE FINIQUITOS       *
      *****************************************************************
       2450-GRABAR-LINEA-FINIQ.
           WRITE REG-FINIQ-REP FROM W-LINEA-FINIQ
           IF WFS-FINIQ-REP NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-FINIQ-REP'
                       WFS-FINIQ-REP
              MOVE WFS-FINIQ-REP TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CERRAR EL ARCHIVO DE FINIQUITO CON SU TRAILER: SE RELEEN    *
      *   LOS DETALLES PARA QUE EL CONTEO Y LA SUMA CUBRAN TAMBIEN    *
      *   LO GRABADO ANTES DE UNA CAIDA (CORRIDA REINICIADA). LOS     *
      *   TOTALES VAN TAMBIEN AL PIE DEL REPORTE                      *
      *****************************************************************
       3080-CERRAR-FINIQUITO.
           CLOSE SALIDA-FINIQUITO
           OPEN INPUT SALIDA-FINIQUITO
           MOVE ZEROES TO WFQ-REGISTROS-ARCHIVO
           MOVE ZEROES TO WFQ-SUMA-ARCHIVO
           MOVE 'N'    TO WS-FIN-FINIQUITO
           PERFORM UNTIL WS-FIN-FINIQUITO EQUAL 'S'
              READ SALIDA-FINIQUITO INTO WRE-REG-FIQ-D
              IF WFS-FINIQ EQUAL '00'
                 IF FQD-TIPO EQUAL 'D'
                    ADD 1         TO WFQ-REGISTROS-ARCHIVO
                    ADD FQD-MONTO TO WFQ-SUMA-ARCHIVO
                 END-IF
              ELSE
                 MOVE 'S' TO WS-FIN-FINIQUITO
              END-IF
           END-PERFORM
           IF WFS-FINIQ NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL RELEER SALIDA-FINIQUITO'
                       WFS-FINIQ
              MOVE WFS-FINIQ TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE SALIDA-FINIQUITO
           OPEN EXTEND SALIDA-FINIQUITO
           MOVE WFQ-REGISTROS-ARCHIVO TO FQT-REGISTROS
           MOVE WFQ-SUMA-ARCHIVO      TO FQT-SUMA-MONTO
           WRITE REG-FINIQUITO FROM WRE-REG-FIQ-T
           PERFORM 2445-VERIFICAR-FINIQUITO
           CLOSE SALIDA-FINIQUITO

           MOVE SPACES TO W-LINEA-FINIQ
           PERFORM 2450-GRABAR-LINEA-FINIQ
           MOVE WFQ-REGISTROS-ARCHIVO TO WFQ-CONTEO-ED
           MOVE WFQ-SUMA-ARCHIVO      TO WFQ-SUMA-ED
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'FINIQUITOS EN ARCHIVO ' DELIMITED BY SIZE
                  WFQ-CONTEO-ED DELIMITED BY SIZE
                  '  MONTO TOTAL ' DELIMITED BY SIZE
                  WFQ-SUMA-ED DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 2450-GRABAR-LINEA-FINIQ
           MOVE WA-FINIQ-YA-LIQUIDADOS TO WFQ-CONTEO-ED
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'YA LIQUIDADOS EN OTRO JOB ' DELIMITED BY SIZE
                  WFQ-CONTEO-ED DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 2450-GRABAR-LINEA-FINIQ
           MOVE WA-FINIQ-SIN-MONTO TO WFQ-CONTEO-ED
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'TERMINADOS SIN MONTO POR PAGAR ' DELIMITED BY SIZE
                  WFQ-CONTEO-ED DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 2450-GRABAR-LINEA-FINIQ
           CLOSE SALIDA-FINIQ-REP
                 FINIQUITOS
           IF WS-FINIQ-HIST-ABIERTO EQUAL 'S'
              CLOSE FINIQ-HIST
              MOVE 'N' TO WS-FINIQ-HIST-ABIERTO
           END-IF
           IF WFS-FINIQ-REP NOT EQUAL '00' OR
              WFS-FINIQUITOS NOT EQUAL '00'
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-FINIQ-REP'
                       WFS-FINIQ-REP
              DISPLAY 'ERROR AL CERRAR ARCHIVO FINIQUITOS'
                       WFS-FINIQUITOS
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           IF WS-PLAN-CUOTAS EQUAL 'S'
              PERFORM 3053-ABRIR-CUOTAS
           END-IF

           MOVE WS-JOB-ID          TO INTH-JOB-ID
           MOVE W-FECHA-EJECUCION  TO INTH-FECHA
           WRITE REG-INTERFAZ FROM WRE-REG-INT-H
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           DISPLAY 'INTERFAZ DE ATRASOS: ' WI-REGISTROS ' PAGOS'
           IF WS-PLAN-CUOTAS EQUAL 'S'
              CLOSE CUOTAS
              DISPLAY 'PLANES DE CUOTAS NUEVOS ' WCU-PLANES-NUEVOS
                      ' SUMADOS ' WCU-PLANES-SUMADOS
                      ' RETIRADOS ' WCU-PLANES-RETIRADOS
                      ' MONTO DIFERIDO ' WCU-SUMA-DIFERIDA
           END-IF.

      *****************************************************************
      *   ABRIR EL LIBRO DE CUOTAS EN I-O (SE CREA VACIO LA PRIMERA   *
      *   VEZ, MISMO PATRON QUE LOS ARCHIVOS DE TRABAJO)              *
      *****************************************************************
       3053-ABRIR-CUOTAS.
           OPEN I-O CUOTAS
           IF WFS-CUOTAS EQUAL '35'
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF
           IF WFS-CUOTAS NOT EQUAL '00'
              DISPLAY 'ERROR EN EL LIBRO DE CUOTAS CUOTAS.DAT'
                       WFS-CUOTAS
              MOVE WFS-CUOTAS TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CORRIDA COMPLETA: BARRER TODO SALIDA1 EXTRAYENDO ATRASOS    *
           PERFORM UNTIL WFS-SALIDA1 NOT EQUAL '00'
              READ SALIDA1 NEXT INTO WRE-REG-SAL1
              IF WFS-SALIDA1 EQUAL '00' AND
                 (SAL1-ARREARS GREATER THAN ZEROES OR
                  WS-PLAN-CUOTAS EQUAL 'S')
                 PERFORM 3058-GRABAR-PAGO
              END-IF
           END-PERFORM
                 MOVE WRKD-ID-EMP-KEY TO SAL1-ID-EMP-KEY
                 READ SALIDA1 INTO WRE-REG-SAL1
                 IF WFS-SALIDA1 EQUAL '00'
                    IF SAL1-ARREARS GREATER THAN ZEROES OR
                       WS-PLAN-CUOTAS EQUAL 'S'
                       PERFORM 3058-GRABAR-PAGO
                    END-IF
                 ELSE
      *           GRABAR UN PAGO DE ATRASOS EN LA INTERFAZ            *
      *****************************************************************
       3058-GRABAR-PAGO.
           MOVE SAL1-ARREARS TO WCU-MONTO-PAGO
           IF WS-PLAN-CUOTAS EQUAL 'S'
              IF SAL1-ARREARS GREATER THAN WCU-UMBRAL
                 PERFORM 3057-REGISTRAR-PLAN-CUOTAS
              ELSE
                 PERFORM 3054-RETIRAR-PLAN-CUOTAS
              END-IF
           END-IF
      *    UN PLAN CON CUOTA AUN EN TRANSITO NO EMITE OTRA EN ESTE
      *    PERIODO: EL EMPLEADO NO VIAJA EN LA INTERFAZ.
           IF WCU-MONTO-PAGO GREATER THAN ZEROES
              MOVE SAL1-ID-EMP         TO INTD-ID-EMP
              MOVE SAL1-NOMBRE         TO INTD-NOMBRE
              MOVE SAL1-DEPARTAMENTO   TO INTD-DEPARTAMENTO
              MOVE WCU-MONTO-PAGO      TO INTD-ARREARS
              MOVE W-FECHA-EFECTIVA    TO INTD-FECHA-EFECTIVA
              WRITE REG-INTERFAZ FROM WRE-REG-INT-D
              PERFORM 3059-VERIFICAR-GRABACION
              ADD 1                    TO WI-REGISTROS
              ADD WCU-MONTO-PAGO       TO WI-SUMA-ARREARS
           END-IF.

      *****************************************************************
      *   ATRASOS MAYORES AL UMBRAL: ABRIR EL PLAN DEL EMPLEADO EN EL *
      *   LIBRO DE CUOTAS, O SUMAR LA DEUDA NUEVA A SU PLAN VIGENTE   *
      *   Y REPARTIR EL PENDIENTE EN N CUOTAS DESDE ESTE PERIODO. LA  *
      *   CUOTA QUE VENCE AHORA QUEDA EN TRANSITO HASTA QUE PDRETBAN  *
      *   RECIBA LA RESPUESTA DEL BANCO. UN REINICIO DEL MISMO JOB NO *
      *   VUELVE A SUMAR: REEMPLAZA EL APORTE DE LA CORRIDA ANTERIOR  *
      *   POR LOS ATRASOS RECALCULADOS Y REEMITE LA CUOTA (VER 3051)  *
      *****************************************************************
       3057-REGISTRAR-PLAN-CUOTAS.
           MOVE SAL1-ID-EMP TO CUO-ID-EMP-KEY
           READ CUOTAS
           IF WFS-CUOTAS EQUAL '23'
              MOVE SAL1-NOMBRE         TO CUO-NOMBRE
              MOVE SAL1-DEPARTAMENTO   TO CUO-DEPARTAMENTO
              MOVE WS-JOB-ID           TO CUO-JOB-ID
              MOVE W-FECHA-EFECTIVA    TO CUO-FECHA-EFECTIVA
              MOVE WCU-PERIODO         TO CUO-PERIODO-INICIO
              MOVE WCU-NUM-CUOTAS      TO CUO-NUM-CUOTAS
              MOVE SAL1-ARREARS        TO CUO-TOTAL
                                          CUO-PENDIENTE
              MOVE ZEROES              TO CUO-PAGADO
                                          CUO-PAGADO-BASE
                                          CUO-EN-TRANSITO
                                          CUO-PERIODO-ULTIMO
                                          CUO-CUOTAS-PAGADAS
                                          CUO-RECHAZOS
              MOVE SAL1-ARREARS        TO CUO-APORTE-JOB
              MOVE 'A'                 TO CUO-ESTADO
              COMPUTE CUO-MONTO-CUOTA ROUNDED =
                      CUO-PENDIENTE / CUO-NUM-CUOTAS
              PERFORM 3056-CALCULAR-CUOTA-VENCIDA
              MOVE WCU-MONTO-PAGO      TO CUO-EN-TRANSITO
              MOVE WCU-PERIODO         TO CUO-PERIODO-ULTIMO
              MOVE WS-JOB-ID           TO CUO-JOB-EMISION
              WRITE REG-CUOTAS
              ADD 1 TO WCU-PLANES-NUEVOS
           ELSE
              IF WFS-CUOTAS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT'
                          WFS-CUOTAS
                 MOVE WFS-CUOTAS TO W-FS-ABORTO
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              IF CUO-JOB-ID EQUAL WS-JOB-ID
                 PERFORM 3051-DESCONTAR-APORTE
              END-IF
              MOVE WS-JOB-ID           TO CUO-JOB-ID
              MOVE W-FECHA-EFECTIVA    TO CUO-FECHA-EFECTIVA
              MOVE WCU-PERIODO         TO CUO-PERIODO-INICIO
              MOVE WCU-NUM-CUOTAS      TO CUO-NUM-CUOTAS
              MOVE CUO-PAGADO          TO CUO-PAGADO-BASE
              ADD SAL1-ARREARS         TO CUO-TOTAL
                                          CUO-PENDIENTE
              MOVE SAL1-ARREARS        TO CUO-APORTE-JOB
              MOVE 'A'                 TO CUO-ESTADO
              COMPUTE CUO-MONTO-CUOTA ROUNDED =
                      CUO-PENDIENTE / CUO-NUM-CUOTAS
              IF CUO-EN-TRANSITO GREATER THAN ZEROES
                 MOVE ZEROES TO WCU-MONTO-PAGO
              ELSE
                 PERFORM 3056-CALCULAR-CUOTA-VENCIDA
                 MOVE WCU-MONTO-PAGO   TO CUO-EN-TRANSITO
                 MOVE WCU-PERIODO      TO CUO-PERIODO-ULTIMO
                 MOVE WS-JOB-ID        TO CUO-JOB-EMISION
              END-IF
              REWRITE REG-CUOTAS
              ADD 1 TO WCU-PLANES-SUMADOS
           END-IF
           IF WFS-CUOTAS NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR CUOTAS.DAT, EMPLEADO '
                      SAL1-ID-EMP ' ' WFS-CUOTAS
              MOVE WFS-CUOTAS TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           COMPUTE WCU-SUMA-DIFERIDA = WCU-SUMA-DIFERIDA +
                   SAL1-ARREARS - WCU-MONTO-PAGO.

      *****************************************************************
      *   ATRASOS QUE YA NO SUPERAN EL UMBRAL: SI UNA CORRIDA         *
      *   ANTERIOR DE ESTE MISMO JOB LOS HABIA DIFERIDO, SE RETIRA SU *
      *   APORTE DEL PLAN (VER 3051) Y EL PAGO VIAJA COMPLETO EN LA   *
      *   INTERFAZ. EL PLAN QUEDA LIQUIDADO SI NO LE RESTA DEUDA      *
      *   ANTERIOR, O REPARTE LO QUE LE RESTA DESDE ESTE PERIODO      *
      *****************************************************************
       3054-RETIRAR-PLAN-CUOTAS.
           MOVE SAL1-ID-EMP TO CUO-ID-EMP-KEY
           READ CUOTAS
           IF WFS-CUOTAS NOT EQUAL '00' AND
              WFS-CUOTAS NOT EQUAL '23'
              DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT' WFS-CUOTAS
              MOVE WFS-CUOTAS TO W-FS-ABORTO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           IF WFS-CUOTAS EQUAL '00' AND
              CUO-JOB-ID EQUAL WS-JOB-ID AND
              (CUO-APORTE-JOB GREATER THAN ZEROES OR
               CUO-JOB-EMISION EQUAL WS-JOB-ID)
              PERFORM 3051-DESCONTAR-APORTE
              IF CUO-PENDIENTE EQUAL ZEROES
                 MOVE 'L' TO CUO-ESTADO
              ELSE
                 COMPUTE CUO-MONTO-CUOTA ROUNDED =
                         CUO-PENDIENTE / CUO-NUM-CUOTAS
              END-IF
              REWRITE REG-CUOTAS
              IF WFS-CUOTAS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL GRABAR CUOTAS.DAT, EMPLEADO '
                         SAL1-ID-EMP ' ' WFS-CUOTAS
                 MOVE WFS-CUOTAS TO W-FS-ABORTO
                 MOVE 08 TO W-COD-RETORNO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WCU-PLANES-RETIRADOS
           END-IF.

      *****************************************************************
      *   QUITAR DEL PLAN LO QUE LE SUMO UNA CORRIDA ANTERIOR DE ESTE *
      *   MISMO JOB (CUO-APORTE-JOB). LA CUOTA QUE ESE JOB DEJO EN    *
      *   TRANSITO VIAJABA EN SU INTERFAZ, QUE ESTA CORRIDA REESCRIBE *
      *   (1070 NO DEJA PISAR UNA INTERFAZ SIN LIQUIDAR): SE ANULA Y  *
      *   EL PERIODO VUELVE A QUEDAR SIN CUOTA EMITIDA. UNA CUOTA EN  *
      *   TRANSITO DE OTRO JOB NO SE TOCA                             *
      *****************************************************************
       3051-DESCONTAR-APORTE.
           MOVE CUO-APORTE-JOB TO WCU-RETIRO
           IF WCU-RETIRO GREATER THAN CUO-PENDIENTE
              MOVE CUO-PENDIENTE TO WCU-RETIRO
           END-IF
           SUBTRACT WCU-RETIRO FROM CUO-TOTAL
                                    CUO-PENDIENTE
           MOVE ZEROES TO CUO-APORTE-JOB
           IF CUO-JOB-EMISION EQUAL WS-JOB-ID
              MOVE ZEROES      TO CUO-EN-TRANSITO
              MOVE SPACES      TO CUO-JOB-EMISION
              MOVE WCU-PERIODO TO WCU-INICIO
              IF WCU-INICIO-MES EQUAL 01
                 SUBTRACT 1 FROM WCU-INICIO-ANIO
                 MOVE 12 TO WCU-INICIO-MES
              ELSE
                 SUBTRACT 1 FROM WCU-INICIO-MES
              END-IF
              MOVE WCU-INICIO  TO CUO-PERIODO-ULTIMO
           END-IF.

      *****************************************************************
      *   MONTO VENCIDO DE UN PLAN AL PERIODO WCU-PERIODO: LAS CUOTAS *
      *   TRANSCURRIDAS DESDE EL INICIO MENOS LO YA PAGADO EN ESTE    *
      *   PLAN (UNA CUOTA RECHAZADA SE ACUMULA A LA SIGUIENTE); LA    *
      *   ULTIMA CUOTA LLEVA TODO EL PENDIENTE (AJUSTE DE REDONDEO).  *
      *   MISMA REGLA EN PDCONSOL Y PDCUOTAS                          *
      *****************************************************************
       3056-CALCULAR-CUOTA-VENCIDA.
           MOVE CUO-PERIODO-INICIO TO WCU-INICIO
           COMPUTE WCU-VENCIDAS =
                   (WCU-PERIODO-ANIO * 12 + WCU-PERIODO-MES) -
                   (WCU-INICIO-ANIO * 12 + WCU-INICIO-MES) + 1
           IF WCU-VENCIDAS NOT LESS THAN CUO-NUM-CUOTAS
              MOVE CUO-PENDIENTE TO WCU-DEBIDO
           ELSE
              COMPUTE WCU-DEBIDO =
                      WCU-VENCIDAS * CUO-MONTO-CUOTA -
                      (CUO-PAGADO - CUO-PAGADO-BASE)
              IF WCU-DEBIDO GREATER THAN CUO-PENDIENTE
                 MOVE CUO-PENDIENTE TO WCU-DEBIDO
              END-IF
           END-IF
           IF WCU-DEBIDO LESS THAN ZEROES
              MOVE ZEROES TO WCU-DEBIDO
           END-IF
           MOVE WCU-DEBIDO TO WCU-MONTO-PAGO.

      *****************************************************************
      *        VERIFICAR LA GRABACION DE UNA LINEA DE INTERFAZ        *
      *       REGISTRO DE CIERRE ANTES DE CERRAR EL ARCHIVO: SIN EL,
      *       LOS VERIFICADORES TRATAN EL BLOQUE COMO TRUNCADO.
              PERFORM 3095-GRABAR-CIERRE-AUDIT
              PERFORM 3080-CERRAR-FINIQUITO
              CLOSE ENTRADA1
                    SALIDA1
                    SALIDA-CIFRAS
           DISPLAY 'AUMENTOS TOPADOS ' WA-TOPADOS
                   ' OVERRIDES ' WA-OVERRIDES.
           DISPLAY 'AUMENTOS PRORRATEADOS ' WA-PRORRATEADOS.
           IF WS-MODO-SIMULACION NOT EQUAL 'S'
              DISPLAY 'FINIQUITOS LIQUIDADOS ' WA-FINIQUITOS
                      ' MONTO ' WA-SUMA-FINIQUITOS
              DISPLAY 'FINIQUITOS YA LIQUIDADOS ' WA-FINIQ-YA-LIQUIDADOS
                      ' SIN MONTO ' WA-FINIQ-SIN-MONTO
           END-IF
           IF WS-MODO-DELTA EQUAL 'S'
              DISPLAY 'MODO DELTA: ACTUALIZADOS ' WD-ACTUALIZADOS
                      ' AGREGADOS ' WD-AGREGADOS
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: DEJAR EL DESENLACE DE ESTE PASO, 'T'     *
      *   CON CONDITION CODE 00/04 O 'X' DE 08 EN ADELANTE. CORRE     *
      *   DESDE 3110, ASI QUE UN ERROR AQUI SOLO SE AVISA (EL PASO    *
      *   QUEDA 'E' Y EL REPORTE DE PDCICLO LO MUESTRA EN PROCESO)    *
      *****************************************************************
       3180-CERRAR-CICLO.
           MOVE 'N' TO WS-CICLO-MARCADO
           OPEN I-O CICLO
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT' WFS-CICLO
           ELSE
              MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
              READ CICLO INTO WRE-REG-CICLO
              IF WFS-CICLO NOT EQUAL '00'
                 DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT' WFS-CICLO
              ELSE
                 IF W-COD-RETORNO GREATER THAN 04
                    MOVE 'X' TO CIC-ESTADO(WCP-ACTSAL)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-ACTSAL)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-ACTSAL)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-ACTSAL)
                 MOVE W-COD-RETORNO     TO CIC-RETORNO(WCP-ACTSAL)
                 REWRITE REG-CICLO FROM WRE-REG-CICLO
                 IF WFS-CICLO NOT EQUAL '00'
                    DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT'
                            WFS-CICLO
                 END-IF
              END-IF
              CLOSE CICLO
           END-IF.

      *****************************************************************
      *   CORRIDA FUERA DE SECUENCIA: SE RECHAZA ANTES DE TOCAR       *
      *   NINGUN ARCHIVO DEL PROCESO, CON LA RAZON EN LA BITACORA DE  *
      *   OPERACIONES Y CONDITION CODE 08                             *
      *****************************************************************
       9050-RECHAZAR-CICLO.
           CLOSE CICLO
           DISPLAY 'CORRIDA RECHAZADA POR EL CONTROL DEL CICLO, JOB '
                   WS-JOB-ID
           DISPLAY WS-CICLO-RECHAZO
           MOVE 'E'              TO OPL-SEVERIDAD
           MOVE WS-CICLO-RECHAZO TO OPL-TEXTO
           MOVE SPACES           TO OPL-FILE-STATUS
           PERFORM 9000-GRABAR-OPLOG
           MOVE 08 TO W-COD-RETORNO
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   FIN DE PROGRAMA: ULTIMA LINEA DE BITACORA CON LA SEVERIDAD  *
      *   DEL DESENLACE Y EL FILE STATUS QUE CAUSO UN ABORTE, Y       *
      *   (00 LIMPIA / 04 CON RECHAZOS / 08 REINICIABLE / 12 SOPORTE) *
      *****************************************************************
       3110-FIN-PROGRAMA.
           IF WS-CICLO-MARCADO EQUAL 'S'
              PERFORM 3180-CERRAR-CICLO
           END-IF
           IF W-COD-RETORNO GREATER THAN 04
              MOVE 'E' TO OPL-SEVERIDAD
              MOVE SPACES TO OPL-TEXTO
