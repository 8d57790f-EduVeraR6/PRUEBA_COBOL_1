               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CODIGO-V2
               FILE STATUS IS WS-STATUS-CV2.
           SELECT CATALOGO-V3 ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\MATERIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CODIGO-V3
               FILE STATUS IS WS-STATUS-CV3.
           SELECT CATALOGO-V4 ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\MATERIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CODIGO-V4
               FILE STATUS IS WS-STATUS-CV4.
           SELECT HISTORICO-V3 ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\HISTORICO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE-V3
               FILE STATUS IS WS-STATUS-HV3.
           SELECT DOCENTES ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\DOCENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS WS-STATUS-SEC.
           SELECT SECCIONES-V3 ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\SECCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE-V3
               FILE STATUS IS WS-STATUS-SV3.
           SELECT ACTAS-NOTAS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\ACTAS_NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-CLAVE
               FILE STATUS IS WS-STATUS-ANO.
           SELECT RECHAZOS-NOTAS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\RECHAZOS_NOTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTA-PRERREQ ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\PRERREQUISITOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTA-GRADUABLES ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\GRADUABLES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTA-FALTANTES ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\FALTANTES_GRADO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HORARIOS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\HORARIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTAS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\ACTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-STATUS-HIST.
           SELECT SUPLETORIOS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\SUPLETORIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CLAVE
               FILE STATUS IS WS-STATUS-SUP.
           SELECT REPRESENTANTES ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\REPRESENTANTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID-ALUMNO
               FILE STATUS IS WS-STATUS-REP.
           SELECT PERIODO-CTL ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\PERIODO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           'D:\Cobol- Practica\PRUEBA 1\RESPALDO_ALUMNOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RSP.
           SELECT PENSIONES ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\PENSIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CLAVE
               FILE STATUS IS WS-STATUS-PNS.
           SELECT RETENCIONES ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-ID-ALUMNO
               FILE STATUS IS WS-STATUS-RET.
           SELECT CARTERA ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\CARTERA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTA-ESPERA ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\ESPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LES-CLAVE
               FILE STATUS IS WS-STATUS-LES.
           SELECT LISTA-ESPERA-RPT ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\LISTA_ESPERA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRASLADO-SAL ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\TRASLADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRASLADO-ENT ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\TRASLADO_ENTRADA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRE.
           SELECT MAPEO-MATERIAS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\MAPEO_MATERIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS WS-STATUS-MAP.
           SELECT REVISION-TRASLADO ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\REVISION_TRASLADO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EGRESADOS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\EGRESADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EGR-CLAVE
               FILE STATUS IS WS-STATUS-EGR.
           SELECT DEPURACION-RPT ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\DEPURACION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSTANCIA ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\CONSTANCIA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIERRE-RESUMEN ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\CIERRE_RESUMEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTA-SUPLETORIOS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\SUPLETORIOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\CARTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\REPORTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           'D:\Cobol- Practica\PRUEBA 1\CHECKPOINT_EXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHK.
           SELECT CHECKPOINT-NOTAS ASSIGN TO
           'D:\Cobol- Practica\PRUEBA 1\CHECKPOINT_NOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHK.
       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
       01 MATERIA-REG-V2.
           05 MAT-CODIGO-V2     PIC 9(3).
           05 MAT-NOMBRE-V2     PIC X(20).
       FD CATALOGO-V3.
       01 MATERIA-REG-V3.
           05 MAT-CODIGO-V3        PIC 9(3).
           05 MAT-NOMBRE-V3        PIC X(20).
           05 MAT-PESO-PARCIAL1-V3 PIC 9(3).
           05 MAT-PESO-PARCIAL2-V3 PIC 9(3).
           05 MAT-PESO-FINAL-V3    PIC 9(3).
       FD CATALOGO-V4.
       01 MATERIA-REG-V4.
           05 MAT-CODIGO-V4        PIC 9(3).
           05 MAT-NOMBRE-V4        PIC X(20).
           05 MAT-PESO-PARCIAL1-V4 PIC 9(3).
           05 MAT-PESO-PARCIAL2-V4 PIC 9(3).
           05 MAT-PESO-FINAL-V4    PIC 9(3).
           05 MAT-PRERREQUISITOS-V4 PIC X(9).
       FD HISTORICO-V3.
       01 HISTORICO-REG-V3.
           05 HIST-CLAVE-V3.
              10 HIST-ID-V3      PIC 9(5).
              10 HIST-PERIODO-V3 PIC X(6).
           05 HIST-NOMBRE-V3     PIC X(30).
           05 HIST-MATERIAS-V3.
              10 HIST-MATERIA-V3 OCCURS 10 TIMES PIC X(20).
           05 HIST-CALIFS-V3.
              10 HIST-CALIFICACION-V3 OCCURS 10 TIMES PIC 9(2).
           05 HIST-MAT-CODIGOS-V3.
              10 HIST-MATERIA-COD-V3 OCCURS 10 TIMES PIC 9(3).
           05 HIST-COMPONENTES-V3.
              10 HIST-COMPONENTE-V3 OCCURS 10 TIMES PIC X(6).
           05 HIST-ESTATUS-V3       PIC X.
           05 HIST-FECHA-ESTATUS-V3 PIC X(8).
           05 HIST-SECCIONES-V3     PIC X(10).
           05 HIST-MIN-ESTADO-V3    PIC X.
           05 HIST-MIN-MOTIVO-V3    PIC X(3).
           05 HIST-CONDICION-V3     PIC X.
           05 HIST-NUM-MATERIAS-V3  PIC 9(2).
       FD ALUMNOS-ANT.
       01 ALUMNO-REG-ANT.
           05 ID-ALUMNO-ANT     PIC 9(5).
           05 MAT-PESO-PARCIAL1 PIC 9(3).
           05 MAT-PESO-PARCIAL2 PIC 9(3).
           05 MAT-PESO-FINAL    PIC 9(3).
           05 MAT-PRERREQUISITOS.
              10 MAT-PRERREQ OCCURS 3 TIMES PIC 9(3).
           05 MAT-CREDITOS      PIC 9(2).
           05 MAT-TIPO          PIC X.
       FD DOCENTES.
       01 DOCENTE-REGISTRO.
           05 DOC-ID            PIC 9(4).
           05 SEC-DOCENTE       PIC 9(4).
           05 SEC-CAPACIDAD     PIC 9(3).
           05 SEC-INSCRITOS     PIC 9(3).
           05 SEC-HORARIO.
              10 SEC-SESION OCCURS 6 TIMES.
                 15 SEC-DIA     PIC 9.
                 15 SEC-BLOQUE  PIC 9(2).
                 15 SEC-AULA    PIC X(6).
       FD SECCIONES-V3.
       01 SECCION-REG-V3.
           05 SEC-CLAVE-V3.
              10 SEC-MATERIA-V3 PIC 9(3).
              10 SEC-LETRA-V3   PIC X.
           05 SEC-DOCENTE-V3    PIC 9(4).
           05 SEC-CAPACIDAD-V3  PIC 9(3).
           05 SEC-INSCRITOS-V3  PIC 9(3).
       FD ACTAS-NOTAS.
       01 ACTA-NOTA-REGISTRO.
           05 ANO-CLAVE.
              10 ANO-MATERIA    PIC 9(3).
              10 ANO-LETRA      PIC X.
              10 ANO-DOCENTE    PIC 9(4).
              10 ANO-ID         PIC 9(5).
           05 ANO-PARCIAL1      PIC 9(2).
           05 ANO-PARCIAL2      PIC 9(2).
           05 ANO-FINAL         PIC 9(2).
       FD RECHAZOS-NOTAS.
       01 RECHAZOS-NOTAS-LINEA PIC X(100).
       FD LISTA-PRERREQ.
       01 LISTA-PRERREQ-LINEA PIC X(100).
       FD LISTA-GRADUABLES.
       01 LISTA-GRADUABLES-LINEA PIC X(100).
       FD LISTA-FALTANTES.
       01 LISTA-FALTANTES-LINEA PIC X(100).
       FD HORARIOS.
       01 HORARIOS-LINEA PIC X(100).
       FD ACTAS.
       01 ACTAS-LINEA PIC X(100).
       FD HISTORICO.
           05 HIST-MIN-MOTIVO PIC X(3).
           05 HIST-CONDICION  PIC X.
           05 HIST-NUM-MATERIAS PIC 9(2).
           05 HIST-SUPLETORIOS.
              10 HIST-SUPLETORIO OCCURS 10 TIMES.
                 15 HIST-NOTA-ORIGINAL PIC 9(2).
                 15 HIST-NOTA-SUPLE    PIC 9(2).
                 15 HIST-SUPLE-ESTADO  PIC X.
       FD SUPLETORIOS.
       01 SUPLETORIO-REGISTRO.
           05 SUP-CLAVE.
              10 SUP-ID         PIC 9(5).
              10 SUP-PERIODO    PIC X(6).
              10 SUP-MATERIA    PIC 9(3).
           05 SUP-NOTA-ORIGINAL PIC 9(2).
           05 SUP-NOTA          PIC 9(2).
           05 SUP-ESTADO        PIC X.
           05 SUP-FECHA         PIC X(8).
           05 SUP-OPERADOR      PIC X(10).
       FD REPRESENTANTES.
       01 REPRESENTANTE-REGISTRO.
           05 REP-ID-ALUMNO     PIC 9(5).
           05 REP-NOMBRE        PIC X(30).
           05 REP-PARENTESCO    PIC X(15).
           05 REP-TELEFONO      PIC X(15).
           05 REP-DIRECCION     PIC X(60).
           05 REP-CORREO        PIC X(40).
       FD PERIODO-CTL.
       01 PERIODO-LINEA PIC X(6).
       FD OPERADORES.
       FD VERIFICACION.
       01 VERIFICACION-LINEA PIC X(100).
       FD RESPALDO.
       01 RESPALDO-REGISTRO PIC X(450).
       FD PENSIONES.
       01 PENSION-REGISTRO.
           05 PEN-CLAVE.
              10 PEN-ID         PIC 9(5).
              10 PEN-PERIODO    PIC X(6).
           05 PEN-FECHA-CARGO   PIC 9(8).
           05 PEN-FECHA-VENCE   PIC 9(8).
           05 PEN-CARGO         PIC 9(5)V99.
           05 PEN-PAGADO        PIC 9(5)V99.
           05 PEN-FECHA-PAGO    PIC 9(8).
       FD RETENCIONES.
       01 RETENCION-REGISTRO.
           05 RET-ID-ALUMNO     PIC 9(5).
           05 RET-ESTADO        PIC X.
           05 RET-FECHA         PIC 9(8).
           05 RET-SALDO-VENCIDO PIC 9(7)V99.
           05 RET-FECHA-LIBERA  PIC 9(8).
           05 RET-SUPERVISOR    PIC X(10).
           05 RET-MOTIVO        PIC X(40).
       FD CARTERA.
       01 CARTERA-LINEA PIC X(100).
       FD LISTA-ESPERA.
       01 LISTA-ESPERA-REGISTRO.
           05 LES-CLAVE.
              10 LES-MATERIA    PIC 9(3).
              10 LES-LETRA      PIC X.
              10 LES-FECHA-HORA PIC X(16).
           05 LES-ID            PIC 9(5).
           05 LES-ESTADO        PIC X.
           05 LES-OPERADOR      PIC X(10).
           05 LES-FECHA-ASIGNA  PIC 9(8).
       FD LISTA-ESPERA-RPT.
       01 LISTA-ESPERA-LINEA PIC X(100).
       FD TRASLADO-SAL.
       01 TRASLADO-SAL-LINEA PIC X(200).
       FD TRASLADO-ENT.
       01 TRASLADO-ENT-LINEA PIC X(200).
       FD MAPEO-MATERIAS.
       01 MAPEO-REGISTRO.
           05 MAP-CLAVE.
              10 MAP-INST      PIC X(8).
              10 MAP-COD-EXT   PIC 9(3).
           05 MAP-COD-LOCAL    PIC 9(3).
       FD REVISION-TRASLADO.
       01 REVISION-LINEA PIC X(100).
       FD EGRESADOS.
       01 EGRESADO-REGISTRO.
           05 EGR-CLAVE.
              10 EGR-ID            PIC 9(5).
              10 EGR-TIPO          PIC X.
              10 EGR-SUBCLAVE.
                 15 EGR-SUB-MATERIA PIC 9(3).
                 15 EGR-SUB-FECHA   PIC X(8).
           05 EGR-FECHA-ARCHIVO    PIC X(8).
           05 EGR-DATOS            PIC X(450).
       FD DEPURACION-RPT.
       01 DEPURACION-LINEA PIC X(100).
       FD CONSTANCIA.
       01 CONSTANCIA-LINEA PIC X(100).
       FD RANKING.
       FD RESPALDO-GEN.
       01 RESPALDO-GEN-REGISTRO.
           05 GEN-TIPO  PIC X.
           05 GEN-DATOS PIC X(450).
       FD RESPALDO-CTL.
       01 RESPALDO-CTL-REGISTRO.
           05 RGC-ULTIMA PIC 9(2).
       01 CONFIG-REGISTRO.
           05 CFG-UMBRAL-ASIST PIC 9(3).
           05 CFG-GENERACIONES PIC 9(2).
           05 CFG-NOTA-SUPLE   PIC 9(2).
           05 CFG-TOPE-SUPLE   PIC 9(2).
           05 CFG-CREDITOS-GRADO PIC 9(3).
           05 CFG-PENSION      PIC 9(5)V99.
           05 CFG-LIMITE-MORA  PIC 9(5)V99.
           05 CFG-PLAZO-PAGO   PIC 9(2).
           05 CFG-ANOS-RETENCION PIC 9(2).
       FD PENDIENTES.
       01 PENDIENTE-REGISTRO.
           05 PEND-NUM        PIC 9(5).
       01 MINISTERIO-RE-LINEA PIC X(120).
       FD CIERRE-RESUMEN.
       01 CIERRE-RESUMEN-LINEA PIC X(120).
       FD LISTA-SUPLETORIOS.
       01 LISTA-SUPLETORIOS-LINEA PIC X(100).
       FD CARTAS.
       01 CARTAS-LINEA PIC X(100).
       FD REPORTE.
       01 REPORTE-LINEA PIC X(100).
       FD ESTADISTICAS.
       01 CHECKPOINT-LINEA-REP PIC X(20).
       FD CHECKPOINT-EXPORT.
       01 CHECKPOINT-LINEA-EXP PIC X(20).
       FD CHECKPOINT-NOTAS.
       01 CHECKPOINT-LINEA-NOT PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-PROMEDIO  PIC 9(5)V99.
       01 WS-SUMA-NOTAS PIC 9(5)V99.
           05 WS-CM-NOMBRE      PIC X(20).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WS-CM-NOTA        PIC Z9.
           05 FILLER            PIC X(8) VALUE ' | SUPL '.
           05 WS-CM-SUPLE       PIC X(2).
           05 FILLER            PIC X(7) VALUE ' | DEF '.
           05 WS-CM-DEF         PIC Z9.
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WS-CM-ESTADO      PIC X(9).
           05 FILLER            PIC X(9) VALUE ' | ASIST '.
       01 WS-SECCION-CANCELA PIC X VALUE 'N'.
       01 WS-EOF-SECCIONES PIC X VALUE 'N'.
       01 WS-DELTA-INSCRITOS PIC S9(3).
       01 WS-SECCION-LLENA PIC X VALUE 'N'.
       01 WS-STATUS-LES PIC 9(2) VALUE ZERO.
       01 WS-EOF-ESPERA PIC X VALUE 'N'.
       01 WS-ESP-DUPLICADO PIC X VALUE 'N'.
       01 WS-ESP-RESULTADO PIC X VALUE 'N'.
       01 WS-ESP-COD PIC 9(3) VALUE ZERO.
       01 WS-ESP-LETRA PIC X VALUE SPACE.
       01 WS-ESP-LETRA-ANT PIC X VALUE SPACE.
       01 WS-ESP-SLOT PIC 9(2) VALUE ZERO.
       01 WS-IDX-ESP PIC 9(2) VALUE ZERO.
       01 WS-ESP-SIGUE PIC X VALUE 'N'.
       01 WS-ESP-CUPOS PIC 9(3) VALUE ZERO.
       01 WS-ESP-ASIGNADOS PIC 9(5) VALUE ZERO.
       01 WS-ESP-CAPACIDAD PIC 9(3) VALUE ZERO.
       01 WS-ESP-INSCRITOS PIC 9(3) VALUE ZERO.
       01 WS-ESP-POS PIC 9(3) VALUE ZERO.
       01 WS-ESP-SECCIONES PIC 9(3) VALUE ZERO.
       01 WS-ESP-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-LIB-TAB.
           05 WS-LIB-ENT OCCURS 500 TIMES.
              10 WS-LIB-COD   PIC 9(3).
              10 WS-LIB-LETRA PIC X.
       01 WS-LIB-USADAS PIC 9(3) VALUE ZERO.
       01 WS-LIB-ATENDIDAS PIC 9(3) VALUE ZERO.
       01 WS-IDX-LIB PIC 9(3) VALUE ZERO.
       01 WS-LIB-BUSCA PIC 9(3) VALUE ZERO.
       01 WS-LIB-EXISTE PIC X VALUE 'N'.
       01 WS-LIB-DESBORDE PIC X VALUE 'N'.
       01 WS-LIB-FIN-BARRIDO PIC X VALUE 'N'.
       01 WS-LIB-BAR-COD PIC 9(3) VALUE ZERO.
       01 WS-LIB-BAR-LETRA PIC X VALUE SPACE.
       01 WS-STATUS-TRE PIC 9(2) VALUE ZERO.
       01 WS-STATUS-MAP PIC 9(2) VALUE ZERO.
       01 WS-EOF-TRASLADO PIC X VALUE 'N'.
       01 WS-TRS-ID PIC 9(5) VALUE ZERO.
       01 WS-TRS-ID-LOCAL PIC 9(5) VALUE ZERO.
       01 WS-TRS-OFRECER PIC X VALUE 'N'.
       01 WS-TRS-CUENTA PIC 9(7) VALUE ZERO.
       01 WS-TRS-HASH PIC 9(9) VALUE ZERO.
       01 WS-TRS-PERIODOS PIC 9(3) VALUE ZERO.
       01 WS-TRS-CARGADOS PIC 9(3) VALUE ZERO.
       01 WS-TRS-INST PIC X(8) VALUE SPACES.
       01 WS-TRS-NOMBRE PIC X(30) VALUE SPACES.
       01 WS-TRS-CAB-LEIDA PIC X VALUE 'N'.
       01 WS-TRS-IDENT-LEIDA PIC X VALUE 'N'.
       01 WS-TRS-FIN-LEIDO PIC X VALUE 'N'.
       01 WS-TRS-FIN-CUENTA PIC 9(7) VALUE ZERO.
       01 WS-TRS-FIN-HASH PIC 9(9) VALUE ZERO.
       01 WS-TRS-INVALIDAS PIC 9(5) VALUE ZERO.
       01 WS-TRS-SIN-MAPEO PIC 9(5) VALUE ZERO.
       01 WS-TRS-VALIDO PIC X VALUE 'N'.
       01 WS-TRS-COD-EXT PIC 9(3) VALUE ZERO.
       01 WS-TRS-COD-LOCAL PIC 9(3) VALUE ZERO.
       01 WS-TRS-MAPEADA PIC X VALUE 'N'.
       01 WS-TRS-SLOT PIC 9(2) VALUE ZERO.
       01 WS-TRS-PASADA PIC X VALUE '1'.
       01 WS-TRS-ID-ORIGEN PIC X(10) VALUE SPACES.
       01 WS-IDX-TRS PIC 9(2) VALUE ZERO.
       01 WS-TRS-REG PIC X(200).
       01 WS-TR-CAB REDEFINES WS-TRS-REG.
           05 WS-TC-TIPO        PIC X.
           05 WS-TC-INST        PIC X(8).
           05 WS-TC-FECHA       PIC X(8).
           05 WS-TC-PERIODO     PIC X(6).
           05 WS-TC-ID          PIC 9(5).
           05 FILLER            PIC X(172).
       01 WS-TR-IDENT REDEFINES WS-TRS-REG.
           05 WS-TI-TIPO        PIC X.
           05 WS-TI-ID          PIC 9(5).
           05 WS-TI-NOMBRE      PIC X(30).
           05 WS-TI-ESTATUS     PIC X.
           05 WS-TI-FECHA-EST   PIC X(8).
           05 WS-TI-CONDICION   PIC X.
           05 FILLER            PIC X(154).
       01 WS-TR-PERIODO REDEFINES WS-TRS-REG.
           05 WS-TP-TIPO        PIC X.
           05 WS-TP-PERIODO     PIC X(6).
           05 WS-TP-NUM-MAT     PIC 9(2).
           05 WS-TP-ESTATUS     PIC X.
           05 WS-TP-CONDICION   PIC X.
           05 WS-TP-MAT OCCURS 10 TIMES.
              10 WS-TP-COD      PIC 9(3).
              10 WS-TP-CALIF    PIC 9(2).
              10 WS-TP-P1       PIC 9(2).
              10 WS-TP-P2       PIC 9(2).
              10 WS-TP-FINAL    PIC 9(2).
           05 FILLER            PIC X(79).
       01 WS-TR-ASIS REDEFINES WS-TRS-REG.
           05 WS-TA-TIPO        PIC X.
           05 WS-TA-MAT OCCURS 10 TIMES.
              10 WS-TA-COD       PIC 9(3).
              10 WS-TA-TOTAL     PIC 9(5).
              10 WS-TA-PRESENTES PIC 9(5).
              10 WS-TA-PORC      PIC 9(3).
           05 FILLER            PIC X(39).
       01 WS-TR-FIN REDEFINES WS-TRS-REG.
           05 WS-TF-TIPO        PIC X.
           05 WS-TF-CUENTA      PIC 9(7).
           05 WS-TF-HASH        PIC 9(9).
           05 FILLER            PIC X(183).
       01 WS-STATUS-EGR PIC 9(2) VALUE ZERO.
       01 WS-EGR-ENCONTRADO PIC X VALUE 'N'.
       01 WS-EGR-ID-BUSCA PIC 9(5) VALUE ZERO.
       01 WS-EGR-FECHA PIC X(8) VALUE SPACES.
       01 WS-CONSULTA-ARCHIVADA PIC X VALUE 'N'.
       01 WS-PUR-HOY PIC 9(8) VALUE ZERO.
       01 WS-PUR-CORTE PIC 9(8) VALUE ZERO.
       01 WS-PUR-FECHA PIC 9(8) VALUE ZERO.
       01 WS-PUR-VENCIDO PIC X VALUE 'N'.
       01 WS-PUR-ERROR PIC X VALUE 'N'.
       01 WS-PUR-HIST-OK PIC X VALUE 'N'.
       01 WS-PUR-ASIS-OK PIC X VALUE 'N'.
       01 WS-PUR-LEIDOS PIC 9(5) VALUE ZERO.
       01 WS-PUR-CANDIDATOS PIC 9(5) VALUE ZERO.
       01 WS-PUR-RETENIDOS PIC 9(5) VALUE ZERO.
       01 WS-PUR-DUPLICADOS PIC 9(5) VALUE ZERO.
       01 WS-PUR-FALLIDOS PIC 9(5) VALUE ZERO.
       01 WS-PUR-ALU-ARCH PIC 9(7) VALUE ZERO.
       01 WS-PUR-ALU-ELIM PIC 9(7) VALUE ZERO.
       01 WS-PUR-HIST-ARCH PIC 9(7) VALUE ZERO.
       01 WS-PUR-HIST-ELIM PIC 9(7) VALUE ZERO.
       01 WS-PUR-ASIS-ARCH PIC 9(7) VALUE ZERO.
       01 WS-PUR-ASIS-ELIM PIC 9(7) VALUE ZERO.
       01 WS-PUR-HIST-ALU PIC 9(3) VALUE ZERO.
       01 WS-PUR-ASIS-ALU PIC 9(5) VALUE ZERO.
       01 WS-PUR-ARCHIVO PIC X(15) VALUE SPACES.
       01 WS-PUR-ARCH PIC 9(7) VALUE ZERO.
       01 WS-PUR-ELIM PIC 9(7) VALUE ZERO.
       01 WS-CAB-DEPURACION.
           05 FILLER          PIC X(7) VALUE "ID".
           05 FILLER          PIC X(31) VALUE "NOMBRE".
           05 FILLER          PIC X(2) VALUE "E".
           05 FILLER          PIC X(10) VALUE "FECHA".
           05 FILLER          PIC X(5) VALUE "PER".
           05 FILLER          PIC X(7) VALUE " ASIS".
           05 FILLER          PIC X(38) VALUE "OBSERVACION".
       01 WS-LIN-DEPURACION.
           05 WS-LD-ID        PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LD-NOMBRE    PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LD-ESTATUS   PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LD-FECHA     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LD-HIST      PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LD-ASIS      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LD-OBS       PIC X(38).
       01 WS-LIN-ESPERA.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-LE-POS       PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LE-ID        PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LE-NOMBRE    PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LE-FECHA     PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LE-HORA      PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LE-OPERADOR  PIC X(10).
       01 WS-ACTA-ALUMNOS PIC 9(4) VALUE ZERO.
       01 WS-STATUS-SV3 PIC 9(2) VALUE ZERO.
       01 WS-CONV-SEC PIC 9(5) VALUE ZERO.
       01 WS-SEC-SESIONES PIC 9 VALUE ZERO.
       01 WS-SEC-HORARIO.
           05 WS-SS-SESION OCCURS 6 TIMES.
              10 WS-SS-DIA    PIC 9.
              10 WS-SS-BLOQUE PIC 9(2).
              10 WS-SS-AULA   PIC X(6).
       01 WS-SEC-TRABAJO.
           05 WS-ST-DATOS PIC X(14).
           05 WS-ST-HORARIO.
              10 WS-ST-SESION OCCURS 6 TIMES.
                 15 WS-ST-DIA    PIC 9.
                 15 WS-ST-BLOQUE PIC 9(2).
                 15 WS-ST-AULA   PIC X(6).
       01 WS-CHQ-HORARIO.
           05 WS-CH-SESION OCCURS 6 TIMES.
              10 WS-CH-DIA    PIC 9.
              10 WS-CH-BLOQUE PIC 9(2).
              10 WS-CH-AULA   PIC X(6).
       01 WS-CHQ-TAB.
           05 WS-CHQ-ENT OCCURS 10 TIMES.
              10 WS-CHQ-COD   PIC 9(3).
              10 WS-CHQ-LETRA PIC X.
       01 WS-CHQ-SLOT PIC 9(2) VALUE ZERO.
       01 WS-IDX-CHQ PIC 9(2) VALUE ZERO.
       01 WS-IDX-SES PIC 9(2) VALUE ZERO.
       01 WS-IDX-SES2 PIC 9(2) VALUE ZERO.
       01 WS-HORARIO-OK PIC X VALUE 'S'.
       01 WS-EOF-HORARIO PIC X VALUE 'N'.
       01 WS-DIAS-SEMANA-DEF.
           05 FILLER PIC X(9) VALUE 'LUNES'.
           05 FILLER PIC X(9) VALUE 'MARTES'.
           05 FILLER PIC X(9) VALUE 'MIERCOLES'.
           05 FILLER PIC X(9) VALUE 'JUEVES'.
           05 FILLER PIC X(9) VALUE 'VIERNES'.
           05 FILLER PIC X(9) VALUE 'SABADO'.
       01 WS-DIAS-SEMANA REDEFINES WS-DIAS-SEMANA-DEF.
           05 WS-DIA-NOMBRE OCCURS 6 TIMES PIC X(9).
       01 WS-STATUS-ANO PIC 9(2) VALUE ZERO.
       01 WS-EOF-ACTAS-NOTAS PIC X VALUE 'N'.
       01 WS-NOT-LEIDAS PIC 9(5) VALUE ZERO.
       01 WS-NOT-SALTAR PIC 9(5) VALUE ZERO.
       01 WS-NOT-CARGADAS PIC 9(5) VALUE ZERO.
       01 WS-NOT-RECHAZADAS PIC 9(5) VALUE ZERO.
       01 WS-NOT-SLOT PIC 9(2) VALUE ZERO.
       01 WS-NOT-ANTERIOR PIC 9(2) VALUE ZERO.
       01 WS-NOT-MOTIVO PIC X(40).
       01 WS-LIN-RECHAZO-NOTA.
           05 WS-RN-MATERIA   PIC X(3).
           05 FILLER          PIC X(1) VALUE '-'.
           05 WS-RN-LETRA     PIC X(1).
           05 FILLER          PIC X(6) VALUE ' DOC. '.
           05 WS-RN-DOCENTE   PIC X(4).
           05 FILLER          PIC X(7) VALUE ' ALUM. '.
           05 WS-RN-ID        PIC X(5).
           05 FILLER          PIC X(4) VALUE ' P1 '.
           05 WS-RN-P1        PIC X(2).
           05 FILLER          PIC X(4) VALUE ' P2 '.
           05 WS-RN-P2        PIC X(2).
           05 FILLER          PIC X(4) VALUE ' EF '.
           05 WS-RN-FINAL     PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RN-MOTIVO    PIC X(40).
       01 WS-MAT-PRERREQUISITOS.
           05 WS-MAT-PRERREQ OCCURS 3 TIMES PIC 9(3).
       01 WS-PRE-CANTIDAD PIC 9 VALUE ZERO.
       01 WS-PRE-ID PIC 9(5) VALUE ZERO.
       01 WS-PRE-COD PIC 9(3) VALUE ZERO.
       01 WS-PRE-FALTANTE PIC 9(3) VALUE ZERO.
       01 WS-PRE-OK PIC X VALUE 'N'.
       01 WS-PRE-APROBADA PIC X VALUE 'N'.
       01 WS-PRERREQ-OK PIC X VALUE 'S'.
       01 WS-PRERREQ-VALIDO PIC X VALUE 'S'.
       01 WS-PRE-MOTIVO PIC X(40).
       01 WS-IDX-PRE PIC 9(2) VALUE ZERO.
       01 WS-IDX-PRE2 PIC 9(2) VALUE ZERO.
       01 WS-PRE-VIOLACIONES PIC 9(5) VALUE ZERO.
       01 WS-EOF-PRE-HIST PIC X VALUE 'N'.
       01 WS-LIN-PRERREQ.
           05 WS-LP-ID        PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LP-NOMBRE    PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LP-MATERIA   PIC 9(3).
           05 FILLER          PIC X(1) VALUE '-'.
           05 WS-LP-SECC      PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LP-MAT-NOM   PIC X(20).
           05 FILLER          PIC X(10) VALUE '  FALTA: '.
           05 WS-LP-PRERREQ   PIC 9(3).
       01 WS-MAT-CREDITOS PIC 9(2) VALUE ZERO.
       01 WS-MAT-TIPO PIC X VALUE 'O'.
       01 WS-GRD-CATALOGO.
           05 WS-GC-MATERIA OCCURS 999 TIMES.
              10 WS-GC-NOMBRE   PIC X(20).
              10 WS-GC-CREDITOS PIC 9(2).
              10 WS-GC-TIPO     PIC X.
       01 WS-GRD-APROBADAS.
           05 WS-GA-MARCA OCCURS 999 TIMES PIC X.
       01 WS-GRD-MARCAR PIC X VALUE 'N'.
       01 WS-GRD-CATALOGO-OK PIC X VALUE 'N'.
       01 WS-GRD-PER-CERRADO PIC X VALUE 'N'.
       01 WS-GRD-ELEGIBLE PIC X VALUE 'N'.
       01 WS-EOF-GRD-HIST PIC X VALUE 'N'.
       01 WS-IDX-GRD PIC 9(3) VALUE ZERO.
       01 WS-GRD-COD PIC 9(3) VALUE ZERO.
       01 WS-GRD-NOTA PIC 9(2) VALUE ZERO.
       01 WS-GRD-CREDITOS PIC 9(4) VALUE ZERO.
       01 WS-GRD-FALTAN-CRED PIC 9(4) VALUE ZERO.
       01 WS-GRD-FALTAN-OBL PIC 9(3) VALUE ZERO.
       01 WS-GRD-SUMA-CRED PIC 9(5) VALUE ZERO.
       01 WS-GRD-SUMA-POND PIC 9(7) VALUE ZERO.
       01 WS-GRD-PROMEDIO PIC 9(2)V99 VALUE ZERO.
       01 WS-GRD-AUDITADOS PIC 9(5) VALUE ZERO.
       01 WS-GRD-ELEGIBLES PIC 9(5) VALUE ZERO.
       01 WS-GRD-PENDIENTES PIC 9(5) VALUE ZERO.
       01 WS-GRD-GRADUADOS PIC 9(5) VALUE ZERO.
       01 WS-LIN-GRADO.
           05 WS-LG-ID        PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LG-NOMBRE    PIC X(30).
           05 FILLER          PIC X(11) VALUE '  CREDITOS '.
           05 WS-LG-CREDITOS  PIC ZZZ9.
           05 FILLER          PIC X(11) VALUE '  PROMEDIO '.
           05 WS-LG-PROMEDIO  PIC Z9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LG-MARCA     PIC X(10).
       01 WS-LIN-GRADO-FALTA.
           05 FILLER          PIC X(7) VALUE SPACES.
           05 WS-LF-TEXTO     PIC X(30).
           05 WS-LF-COD       PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LF-NOMBRE    PIC X(20).
       01 WS-PEN-MES PIC X(6).
       01 WS-PEN-HOY PIC 9(8) VALUE ZERO.
       01 WS-PEN-VENCE PIC 9(8) VALUE ZERO.
       01 WS-PEN-DIAS PIC S9(6) VALUE ZERO.
       01 WS-PEN-SALDO PIC 9(5)V99 VALUE ZERO.
       01 WS-PEN-FACTURADOS PIC 9(5) VALUE ZERO.
       01 WS-PEN-YA-FACTURADOS PIC 9(5) VALUE ZERO.
       01 WS-PEN-TOTAL-FACTURADO PIC 9(7)V99 VALUE ZERO.
       01 WS-EOF-PENSIONES PIC X VALUE 'N'.
       01 WS-MORA-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 WS-MORA-CORRIENTE PIC 9(7)V99 VALUE ZERO.
       01 WS-MORA-30 PIC 9(7)V99 VALUE ZERO.
       01 WS-MORA-60 PIC 9(7)V99 VALUE ZERO.
       01 WS-MORA-90 PIC 9(7)V99 VALUE ZERO.
       01 WS-MORA-MAS90 PIC 9(7)V99 VALUE ZERO.
       01 WS-MORA-VENCIDA PIC 9(7)V99 VALUE ZERO.
       01 WS-PAGO-MONTO PIC 9(5)V99 VALUE ZERO.
       01 WS-PAGO-RESTO PIC 9(5)V99 VALUE ZERO.
       01 WS-PAGO-APLICA PIC 9(5)V99 VALUE ZERO.
       01 WS-RET-ID PIC 9(5) VALUE ZERO.
       01 WS-RETENCION-ACTIVA PIC X VALUE 'N'.
       01 WS-RET-LIBERADA-MES PIC X VALUE 'N'.
       01 WS-RET-NUEVAS PIC 9(5) VALUE ZERO.
       01 WS-RET-MOTIVO PIC X(40).
       01 WS-CAR-ALUMNOS PIC 9(5) VALUE ZERO.
       01 WS-CAR-TOT-VENCIDO PIC 9(9)V99 VALUE ZERO.
       01 WS-CAR-TOT-GENERAL PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTO-EDIT PIC ZZZ,ZZ9.99.
       01 WS-MONTO-EDIT2 PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LIN-CARTERA-CAB.
           05 FILLER PIC X(27) VALUE 'ID    ALUMNO'.
           05 FILLER PIC X(11) VALUE '  CORRIENTE'.
           05 FILLER PIC X(11) VALUE '  1-30 DIAS'.
           05 FILLER PIC X(11) VALUE ' 31-60 DIAS'.
           05 FILLER PIC X(11) VALUE ' 61-90 DIAS'.
           05 FILLER PIC X(11) VALUE '  + 90 DIAS'.
           05 FILLER PIC X(11) VALUE '      TOTAL'.
       01 WS-LIN-CARTERA.
           05 WS-LC-ID        PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LC-NOMBRE    PIC X(21).
           05 WS-LC-CORRIENTE PIC ZZZ,ZZ9.99B.
           05 WS-LC-D30       PIC ZZZ,ZZ9.99B.
           05 WS-LC-D60       PIC ZZZ,ZZ9.99B.
           05 WS-LC-D90       PIC ZZZ,ZZ9.99B.
           05 WS-LC-MAS90     PIC ZZZ,ZZ9.99B.
           05 WS-LC-TOTAL     PIC ZZZ,ZZ9.99B.
           05 WS-LC-MARCA     PIC X(7).
       01 WS-HOR-TIPO PIC X.
       01 WS-HOR-AULA PIC X(6).
       01 WS-HOR-TITULO PIC X(60).
       01 WS-HOR-SESIONES PIC 9(3) VALUE ZERO.
       01 WS-HOR-DIA PIC 9(2) VALUE ZERO.
       01 WS-HOR-BLOQUE PIC 9(2) VALUE ZERO.
       01 WS-HOR-CELDA.
           05 WS-HC-MATERIA PIC 9(3).
           05 FILLER        PIC X VALUE '-'.
           05 WS-HC-LETRA   PIC X.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-HC-LUGAR   PIC X(6).
       01 WS-HOR-GRILLA.
           05 WS-HG-BLOQUE OCCURS 12 TIMES.
              10 WS-HG-CELDA OCCURS 6 TIMES PIC X(12).
       01 WS-LIN-HOR-CAB.
           05 FILLER PIC X(8)  VALUE 'BLOQUE'.
           05 FILLER PIC X(14) VALUE 'LUNES'.
           05 FILLER PIC X(14) VALUE 'MARTES'.
           05 FILLER PIC X(14) VALUE 'MIERCOLES'.
           05 FILLER PIC X(14) VALUE 'JUEVES'.
           05 FILLER PIC X(14) VALUE 'VIERNES'.
           05 FILLER PIC X(14) VALUE 'SABADO'.
       01 WS-LIN-HORARIO.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LH-BLOQUE      PIC Z9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-LH-DIA OCCURS 6 TIMES.
              10 WS-LH-CELDA    PIC X(12).
              10 FILLER         PIC X(2).
       01 WS-SECC-ANTERIOR-GRP.
           05 WS-SECC-ANT-ENT OCCURS 10 TIMES.
              10 WS-SECC-ANT-COD   PIC 9(3).
       01 WS-CIERRE-PROMOVIDOS PIC 9(5) VALUE ZERO.
       01 WS-CIERRE-REPITEN PIC 9(5) VALUE ZERO.
       01 WS-CIERRE-INACTIVOS PIC 9(5) VALUE ZERO.
       01 WS-CIERRE-SUPLETORIOS PIC 9(5) VALUE ZERO.
       01 WS-STATUS-SUP PIC 9(2) VALUE ZERO.
       01 WS-NOTA-SUPLETORIO PIC 9(2) VALUE 12.
       01 WS-TOPE-SUPLETORIO PIC 9(2) VALUE 12.
       01 WS-CREDITOS-GRADO PIC 9(3) VALUE 160.
       01 WS-PENSION-MENSUAL PIC 9(5)V99 VALUE ZERO.
       01 WS-LIMITE-MORA PIC 9(5)V99 VALUE ZERO.
       01 WS-PLAZO-PAGO PIC 9(2) VALUE 10.
       01 WS-ANOS-RETENCION PIC 9(2) VALUE 5.
       01 WS-SUP-ABIERTO PIC X VALUE 'N'.
       01 WS-SUP-ENCONTRADO PIC X VALUE 'N'.
       01 WS-SUP-NOTA PIC 9(2) VALUE ZERO.
       01 WS-SUP-NOTA-ORIGINAL PIC 9(2) VALUE ZERO.
       01 WS-SUP-DEFINITIVA PIC 9(2) VALUE ZERO.
       01 WS-SUP-SLOT PIC 9(2) VALUE ZERO.
       01 WS-SUP-REPROBADAS PIC 9(2) VALUE ZERO.
       01 WS-SUP-ALUMNOS PIC 9(5) VALUE ZERO.
       01 WS-SUP-MATERIAS PIC 9(5) VALUE ZERO.
       01 WS-LIN-SUPLETORIO.
           05 WS-LS-ID        PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LS-NOMBRE    PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LS-COD       PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LS-MATERIA   PIC X(20).
           05 FILLER          PIC X(7) VALUE '  NOTA '.
           05 WS-LS-NOTA      PIC Z9.
           05 FILLER          PIC X(13) VALUE '  SUPLETORIO '.
           05 WS-LS-SUPLE     PIC X(12).
       01 WS-STATUS-REP PIC 9(2) VALUE ZERO.
       01 WS-STATUS-PNS PIC 9(2) VALUE ZERO.
       01 WS-STATUS-RET PIC 9(2) VALUE ZERO.
       01 WS-REP-ABIERTO PIC X VALUE 'N'.
       01 WS-REP-ENCONTRADO PIC X VALUE 'N'.
       01 WS-REP-DATOS.
           05 WS-REP-NOMBRE     PIC X(30).
           05 WS-REP-PARENTESCO PIC X(15).
           05 WS-REP-TELEFONO   PIC X(15).
           05 WS-REP-DIRECCION  PIC X(60).
           05 WS-REP-CORREO     PIC X(40).
       01 WS-CARTA-RIESGO PIC X VALUE 'N'.
       01 WS-CARTA-ASIS PIC X VALUE 'N'.
       01 WS-CARTA-ASIS-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-CARTA-ASIS-PORC PIC 9(3) VALUE ZERO.
       01 WS-CARTA-PROM PIC ZZ.99.
       01 WS-CARTAS-EMITIDAS PIC 9(5) VALUE ZERO.
       01 WS-CARTAS-SIN-REP PIC 9(5) VALUE ZERO.
       01 WS-STATUS-GEN PIC 9(2) VALUE ZERO.
       01 WS-STATUS-RGC PIC 9(2) VALUE ZERO.
       01 WS-NOMBRE-GENERACION PIC X(60).
       01 WS-GEN-TRL-LEIDO PIC X VALUE 'N'.
       01 WS-GEN-TRABAJO.
           05 WS-GW-TIPO  PIC X.
           05 WS-GW-DATOS PIC X(450).
       01 WS-GEN-TRL REDEFINES WS-GEN-TRABAJO.
           05 FILLER           PIC X.
           05 WS-GT-ALUMNOS    PIC 9(7).
           05 WS-GT-HISTORICO  PIC 9(7).
           05 WS-GT-MATERIAS   PIC 9(5).
           05 WS-GT-OPERADORES PIC 9(5).
           05 FILLER           PIC X(426).
       01 WS-GEN-CAB REDEFINES WS-GEN-TRABAJO.
           05 FILLER          PIC X.
           05 WS-GC-FECHA     PIC X(8).
           05 WS-GC-HORA      PIC X(6).
           05 WS-GC-PERIODO   PIC X(6).
           05 FILLER          PIC X(430).
       01 WS-STATUS-LCK PIC 9(2) VALUE ZERO.
       01 WS-LOCK-ID PIC 9(5) VALUE ZERO.
       01 WS-CANDADO-OK PIC X VALUE 'N'.
       01 WS-STATUS-V2 PIC 9(2) VALUE ZERO.
       01 WS-STATUS-HV2 PIC 9(2) VALUE ZERO.
       01 WS-STATUS-CV2 PIC 9(2) VALUE ZERO.
       01 WS-STATUS-HV3 PIC 9(2) VALUE ZERO.
       01 WS-STATUS-CV3 PIC 9(2) VALUE ZERO.
       01 WS-STATUS-CV4 PIC 9(2) VALUE ZERO.
       01 WS-CONV-MAT PIC 9(5) VALUE ZERO.
       01 WS-MAT-TRABAJO.
           05 WS-MT-CODIGO PIC 9(3).
           05 WS-MT-PESO-PARCIAL1 PIC 9(3).
           05 WS-MT-PESO-PARCIAL2 PIC 9(3).
           05 WS-MT-PESO-FINAL    PIC 9(3).
           05 WS-MT-PRERREQUISITOS.
              10 WS-MT-PRERREQ OCCURS 3 TIMES PIC 9(3).
           05 WS-MT-CREDITOS      PIC 9(2).
           05 WS-MT-TIPO          PIC X.
       01 WS-NUM-MAT PIC 9(2) VALUE ZERO.
       01 WS-NUM-CAPTURA PIC 9(2) VALUE ZERO.
       01 WS-CANTIDAD-VALIDA PIC X VALUE 'S'.
           05 WS-HT-MIN-MOTIVO PIC X(3).
           05 WS-HT-CONDICION  PIC X.
           05 WS-HT-NUM-MATERIAS PIC 9(2).
           05 WS-HT-SUPLETORIOS.
              10 WS-HT-SUPLETORIO OCCURS 10 TIMES.
                 15 WS-HT-NOTA-ORIGINAL PIC 9(2).
                 15 WS-HT-NOTA-SUPLE    PIC 9(2).
                 15 WS-HT-SUPLE-ESTADO  PIC X.
       01 WS-LIN-CIERRE.
           05 WS-CR-ID      PIC 9(5).
           05 FILLER        PIC X(2) VALUE SPACES.
            DISPLAY "27.- RESPALDO/RESTAURACION COMPLETA"
            DISPLAY "28.- GENERAR REENVIO AL MINISTERIO"
            DISPLAY "29.- LIBERAR CANDADOS"
            DISPLAY "30.- EXAMENES SUPLETORIOS"
            DISPLAY "31.- CONVERTIR ARCHIVOS A FORMATO VIGENTE"
            DISPLAY "32.- MANTENIMIENTO DE REPRESENTANTES"
            DISPLAY "33.- CARTAS A REPRESENTANTES"
            DISPLAY "34.- HORARIOS SEMANALES"
            DISPLAY "35.- CARGA DE NOTAS POR ACTA"
            DISPLAY "36.- INSCRIPCIONES SIN PRERREQUISITOS"
            DISPLAY "37.- AUDITORIA DE GRADUACION"
            DISPLAY "38.- FACTURACION MENSUAL DE PENSIONES"
            DISPLAY "39.- REGISTRO DE PAGOS"
            DISPLAY "40.- CARTERA VENCIDA POR ALUMNO"
            DISPLAY "41.- LIBERAR RETENCION FINANCIERA"
            DISPLAY "42.- LISTA DE ESPERA POR SECCION"
            DISPLAY "43.- EXPORTAR PAQUETE DE TRASLADO"
            DISPLAY "44.- IMPORTAR PAQUETE DE TRASLADO"
            DISPLAY "45.- EQUIVALENCIAS DE MATERIAS DE OTRAS "
                    "INSTITUCIONES"
            DISPLAY "46.- DEPURAR INACTIVOS AL ARCHIVO DE EGRESADOS"
            DISPLAY "47.- SALIR"

            ACCEPT WS-OPCION-MENU.

                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 30
                 PERFORM 8380-EXAMENES-SUPLETORIOS
            WHEN 31
                 IF WS-OPERADOR-ROL = 'S'
                     PERFORM 8735-CONVERTIR-FORMATO-SUPLE
                 ELSE
                     MOVE ZERO TO ID-ALUMNO
                     MOVE "CONVERSION DE ARCHIVO DENEGADA"
                         TO WS-DETALLE-AUDITORIA
                     PERFORM 9650-AUDITAR-DENEGADO
                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 32
                 PERFORM 8230-MANTENIMIENTO-REPRESENT
            WHEN 33
                 PERFORM 8840-CARTAS-REPRESENTANTES
            WHEN 34
                 PERFORM 8760-HORARIOS-SEMANALES
            WHEN 35
                 IF WS-OPERADOR-ROL = 'S'
                     PERFORM 8540-CARGA-NOTAS-ACTA
                 ELSE
                     MOVE ZERO TO ID-ALUMNO
                     MOVE "CARGA DE NOTAS POR ACTA DENEGADA"
                         TO WS-DETALLE-AUDITORIA
                     PERFORM 9650-AUDITAR-DENEGADO
                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 36
                 PERFORM 8770-REPORTE-PRERREQUISITOS
            WHEN 37
                 PERFORM 8780-AUDITORIA-GRADUACION
            WHEN 38
                 IF WS-OPERADOR-ROL = 'S'
                     PERFORM 8970-FACTURAR-PENSIONES
                 ELSE
                     MOVE ZERO TO ID-ALUMNO
                     MOVE "FACTURACION DE PENSIONES DENEGADA"
                         TO WS-DETALLE-AUDITORIA
                     PERFORM 9650-AUDITAR-DENEGADO
                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 39
                 PERFORM 8980-REGISTRAR-PAGOS
            WHEN 40
                 PERFORM 8985-CARTERA-VENCIDA
            WHEN 41
                 IF WS-OPERADOR-ROL = 'S'
                     PERFORM 8990-LIBERAR-RETENCION
                 ELSE
                     MOVE ZERO TO ID-ALUMNO
                     MOVE "LIBERACION DE RETENCION DENEGADA"
                         TO WS-DETALLE-AUDITORIA
                     PERFORM 9650-AUDITAR-DENEGADO
                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 42
                 PERFORM 8790-REPORTE-LISTA-ESPERA
            WHEN 43
                 PERFORM 8860-EXPORTAR-TRASLADO
            WHEN 44
                 IF WS-OPERADOR-ROL = 'S'
                     PERFORM 8870-IMPORTAR-TRASLADO
                 ELSE
                     MOVE ZERO TO ID-ALUMNO
                     MOVE "IMPORTACION DE TRASLADO DENEGADA"
                         TO WS-DETALLE-AUDITORIA
                     PERFORM 9650-AUDITAR-DENEGADO
                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 45
                 PERFORM 8890-MAPEO-MATERIAS
            WHEN 46
                 IF WS-OPERADOR-ROL = 'S'
                     PERFORM 8995-DEPURAR-INACTIVOS
                 ELSE
                     MOVE ZERO TO ID-ALUMNO
                     MOVE "DEPURACION DE INACTIVOS DENEGADA"
                         TO WS-DETALLE-AUDITORIA
                     PERFORM 9650-AUDITAR-DENEGADO
                     PERFORM 1000-MENU-OPCIONES
                 END-IF
            WHEN 47
                 STOP RUN
            WHEN OTHER
                 DISPLAY "OPCION NO VALIDAD"
                           DISPLAY
                             "CODIGO DE MATERIA NO EXISTE EN CATALOGO."
                       END-IF
                       IF WS-MATERIA-OK = 'S'
                           MOVE ID-ALUMNO-IN TO WS-PRE-ID
                           PERFORM 2410-CONTROLAR-PRERREQUISITOS
                       END-IF
                   END-PERFORM
                   IF WS-MATERIA-OK = 'N'
                       MOVE 'N' TO WS-CAPTURA-OK
                   MOVE 'S' TO WS-DUPLICADO
           END-EVALUATE.
           CLOSE ALUMNOS.
           IF WS-DUPLICADO = 'N'
               MOVE ID-ALUMNO-IN TO WS-EGR-ID-BUSCA
               PERFORM 9592-LEER-ARCHIVADO
               IF WS-EGR-ENCONTRADO = 'S'
                   MOVE 'S' TO WS-DUPLICADO
                   DISPLAY "EL ID " ID-ALUMNO-IN " PERTENECE A UN EX "
                           "ALUMNO ARCHIVADO EN EGRESADOS."
               END-IF
           END-IF.

       2200-GRABAR-ALUMNO.
           MOVE 'N' TO WS-GRABADO-OK.
                   DISPLAY "CAPTURA DE SECCION CANCELADA."
               ELSE
                   PERFORM 9440-VALIDAR-SECCION
                   IF WS-SECCION-LLENA = 'S'
                       PERFORM 2405-OFRECER-LISTA-ESPERA
                   END-IF
                   IF WS-SECCION-OK = 'S'
                       MOVE WS-COD-MATERIA TO WS-CHQ-COD(WS-CONTADOR)
                       MOVE WS-SEC-LETRA TO WS-CHQ-LETRA(WS-CONTADOR)
                       MOVE WS-CONTADOR TO WS-CHQ-SLOT
                       PERFORM 9450-VERIFICAR-CHOQUE-ALUMNO
                       IF WS-HORARIO-OK = 'N'
                           MOVE 'N' TO WS-SECCION-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2405-OFRECER-LISTA-ESPERA.
           DISPLAY "ANOTAR AL ALUMNO EN LISTA DE ESPERA DE LA "
                   "SECCION ? S / N".
           ACCEPT WS-OPCION.
           IF WS-OPCION = 'S' OR WS-OPCION = 's'
               PERFORM 9455-ANOTAR-LISTA-ESPERA
           END-IF.

       2410-CONTROLAR-PRERREQUISITOS.
           PERFORM 9490-VERIFICAR-PRERREQUISITOS.
           IF WS-PRERREQ-OK = 'N'
               DISPLAY "PRERREQUISITO NO APROBADO EN EL HISTORICO: "
                       WS-PRE-FALTANTE
               IF WS-OPERADOR-ROL NOT = 'S'
                   DISPLAY "INSCRIPCION BLOQUEADA. REQUIERE "
                           "AUTORIZACION DE UN SUPERVISOR."
               ELSE
                   DISPLAY "AUTORIZA LA INSCRIPCION COMO EXCEPCION ? "
                           "S / N"
                   ACCEPT WS-OPCION
                   IF WS-OPCION = 'S' OR WS-OPCION = 's'
                       MOVE SPACES TO WS-PRE-MOTIVO
                       PERFORM UNTIL WS-PRE-MOTIVO NOT = SPACES
                           DISPLAY "MOTIVO DE LA EXCEPCION: "
                           ACCEPT WS-PRE-MOTIVO
                       END-PERFORM
                       MOVE 'S' TO WS-PRERREQ-OK
                       MOVE WS-PRE-ID TO ID-ALUMNO
                       MOVE "EXC-PRERREQ" TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-DETALLE-AUDITORIA
                       STRING
                           "MATERIA "        DELIMITED BY SIZE
                           WS-COD-MATERIA    DELIMITED BY SIZE
                           " SIN PRERREQ "   DELIMITED BY SIZE
                           WS-PRE-FALTANTE   DELIMITED BY SIZE
                           ": "              DELIMITED BY SIZE
                           WS-PRE-MOTIVO     DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDITORIA
                       END-STRING
                       PERFORM 9000-REGISTRAR-AUDITORIA
                   END-IF
               END-IF
               IF WS-PRERREQ-OK = 'N'
                   MOVE 'N' TO WS-MATERIA-OK
               END-IF
           END-IF.

       2420-CAPTURAR-NUM-MATERIAS.
           MOVE ZERO TO WS-NUM-CAPTURA.
           PERFORM UNTIL WS-NUM-CAPTURA >= 1 AND
           END-PERFORM.

           MOVE 'N' TO WS-ENCONTRADO.
           MOVE 'N' TO WS-CONSULTA-ARCHIVADA.
           MOVE ZERO TO WS-COINCIDENCIAS.
           OPEN INPUT ALUMNOS.

           ACCEPT WS-BUSQUEDA-ID.
           MOVE WS-BUSQUEDA-ID TO ID-ALUMNO.
           READ ALUMNOS
               INVALID KEY PERFORM 3150-BUSCAR-ARCHIVADO
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENCONTRADO
                   PERFORM 3300-CALCULAR-Y-MOSTRAR
           END-READ.

       3150-BUSCAR-ARCHIVADO.
           MOVE 'N' TO WS-ENCONTRADO.
           MOVE WS-BUSQUEDA-ID TO WS-EGR-ID-BUSCA.
           PERFORM 9592-LEER-ARCHIVADO.
           IF WS-EGR-ENCONTRADO = 'S'
               MOVE 'S' TO WS-ENCONTRADO
               MOVE 'S' TO WS-CONSULTA-ARCHIVADA
               DISPLAY "*** ALUMNO ARCHIVADO EN EGRESADOS EL "
                       WS-EGR-FECHA " ***"
               PERFORM 3300-CALCULAR-Y-MOSTRAR
           END-IF.

       3200-BUSCAR-POR-NOMBRE.
           DISPLAY "INGRESE EL NOMBRE O INICIO DEL NOMBRE:"
           ACCEPT WS-BUSQUEDA.
           MOVE ID-ALUMNO TO WS-ULTIMO-ID-CONSULTA
           DISPLAY "ID: " ID-ALUMNO
           DISPLAY "ESTUDIANTE: " NOMBRE-ALUMNO
           DISPLAY "PROMEDIO: " WS-PROMEDIO " - " WS-ESTADO-ALUMNO
           MOVE ID-ALUMNO TO WS-RET-ID
           PERFORM 9560-VERIFICAR-RETENCION
           IF WS-RETENCION-ACTIVA = 'S'
               MOVE RET-SALDO-VENCIDO TO WS-MONTO-EDIT
               DISPLAY "*** ATENCION: ALUMNO CON RETENCION FINANCIERA"
                       " - SALDO VENCIDO: " WS-MONTO-EDIT " ***"
           END-IF.

       3400-CONSULTAR-HISTORICO.
           DISPLAY "PERIODO A CONSULTAR (VACIO = TODA LA HISTORIA): "
           MOVE ZERO TO WS-PERIODOS-HIST.
           MOVE ZERO TO WS-SUMA-HIST-TOT.
           MOVE ZERO TO WS-CUENTA-HIST-TOT.
           IF WS-CONSULTA-ARCHIVADA = 'S'
               PERFORM 3460-HISTORICO-ARCHIVADO
           ELSE
               PERFORM 3410-HISTORICO-VIGENTE
           END-IF.

       3410-HISTORICO-VIGENTE.
           OPEN INPUT HISTORICO.

           EVALUATE TRUE
                   " - " WS-ESTADO-ALUMNO
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               IF HIST-SUPLE-ESTADO(WS-CONTADOR) = 'A' OR
                  HIST-SUPLE-ESTADO(WS-CONTADOR) = 'R'
                   DISPLAY "   " HIST-MATERIA(WS-CONTADOR) ": "
                           HIST-CALIFICACION(WS-CONTADOR)
                           "  (ORIGINAL: "
                           HIST-NOTA-ORIGINAL(WS-CONTADOR)
                           "  SUPLETORIO: "
                           HIST-NOTA-SUPLE(WS-CONTADOR) ")"
               ELSE
                   DISPLAY "   " HIST-MATERIA(WS-CONTADOR) ": "
                           HIST-CALIFICACION(WS-CONTADOR)
               END-IF
           END-PERFORM.

       3460-HISTORICO-ARCHIVADO.
           DISPLAY "HISTORIA TOMADA DEL ARCHIVO DE EGRESADOS".
           OPEN INPUT EGRESADOS.

           EVALUATE TRUE
               WHEN WS-STATUS-EGR = 00
                   MOVE WS-ULTIMO-ID-CONSULTA TO EGR-ID
                   MOVE 'H' TO EGR-TIPO
                   MOVE SPACES TO EGR-SUBCLAVE
                   START EGRESADOS KEY NOT < EGR-CLAVE
                       INVALID KEY MOVE 'S' TO WS-EOF-HISTORICO
                   END-START
                   PERFORM UNTIL WS-EOF-HISTORICO = 'S'
                     READ EGRESADOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-HISTORICO
                       NOT AT END
                         IF EGR-ID NOT = WS-ULTIMO-ID-CONSULTA OR
                            EGR-TIPO NOT = 'H'
                             MOVE 'S' TO WS-EOF-HISTORICO
                         ELSE
                             MOVE EGR-DATOS TO HISTORICO-REGISTRO
                             IF WS-PERIODO-CONSULTA = SPACES OR
                                HIST-PERIODO = WS-PERIODO-CONSULTA
                                 PERFORM 3450-MOSTRAR-PERIODO-HIST
                             END-IF
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE EGRESADOS

                   IF WS-PERIODOS-HIST = ZERO
                       DISPLAY "SIN HISTORIA PARA ESE ALUMNO/PERIODO."
                   ELSE
                       IF WS-PERIODO-CONSULTA = SPACES
                           COMPUTE WS-PROMEDIO =
                               WS-SUMA-HIST-TOT / WS-CUENTA-HIST-TOT
                           DISPLAY "PROMEDIO HISTORICO GENERAL: "
                                   WS-PROMEDIO
                       END-IF
                   END-IF
               WHEN WS-STATUS-EGR = 35
                   DISPLAY "NO EXISTE ARCHIVO DE EGRESADOS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EGRESADOS. CODIGO: "
                           WS-STATUS-EGR
           END-EVALUATE.

       4000-GENERAR-REPORTE.
           PERFORM 4050-ELEGIR-PERIODO.
           IF WS-PERIODO-REPORTE = SPACES OR
               MOVE HIST-CALIFICACION(WS-CONTADOR) TO WS-LIN-MAT-NOTA
               MOVE WS-LIN-MATERIA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               IF HIST-SUPLE-ESTADO(WS-CONTADOR) = 'A' OR
                  HIST-SUPLE-ESTADO(WS-CONTADOR) = 'R'
                   MOVE SPACES TO REPORTE-LINEA
                   STRING
                       "      NOTA ORIGINAL: " DELIMITED BY SIZE
                       HIST-NOTA-ORIGINAL(WS-CONTADOR)
                                               DELIMITED BY SIZE
                       "  SUPLETORIO: "        DELIMITED BY SIZE
                       HIST-NOTA-SUPLE(WS-CONTADOR)
                                               DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   END-STRING
                   WRITE REPORTE-LINEA
               END-IF
               ADD HIST-CALIFICACION(WS-CONTADOR) TO WS-SUMA-NOTAS
           END-PERFORM.

           ACCEPT ID-ALUMNO-IN.

           MOVE ID-ALUMNO-IN TO WS-LOCK-ID.
           MOVE 'N' TO WS-TRS-OFRECER.
           PERFORM 9800-TOMAR-CANDADO.

           IF WS-CANDADO-OK = 'S'
                       END-IF
                       END-IF
                     WHEN 'R' WHEN 'r'
                       PERFORM 9430-EVALUAR-ACTIVO
                       PERFORM 5150-GUARDAR-SECCIONES-ANT
                       MOVE 'R' TO WS-ESTATUS-NUEVO
                       PERFORM 5200-CAMBIAR-ESTATUS
                       IF WS-STATUS = 00 AND WS-ALUMNO-ACTIVO = 'S'
                           PERFORM 5160-LIBERAR-SECCIONES-ANT
                       END-IF
                     WHEN 'T' WHEN 't'
                       PERFORM 9430-EVALUAR-ACTIVO
                       PERFORM 5150-GUARDAR-SECCIONES-ANT
                       MOVE 'T' TO WS-ESTATUS-NUEVO
                       PERFORM 5200-CAMBIAR-ESTATUS
                       IF WS-STATUS = 00 AND WS-ALUMNO-ACTIVO = 'S'
                           PERFORM 5160-LIBERAR-SECCIONES-ANT
                       END-IF
                       IF WS-STATUS = 00
                           MOVE 'S' TO WS-TRS-OFRECER
                           MOVE ID-ALUMNO TO WS-TRS-ID
                       END-IF
                     WHEN 'G' WHEN 'g'
                       PERFORM 9430-EVALUAR-ACTIVO
                       PERFORM 5150-GUARDAR-SECCIONES-ANT
                       MOVE 'G' TO WS-ESTATUS-NUEVO
                       PERFORM 5200-CAMBIAR-ESTATUS
                       IF WS-STATUS = 00 AND WS-ALUMNO-ACTIVO = 'S'
                           PERFORM 5160-LIBERAR-SECCIONES-ANT
                       END-IF
                     WHEN 'E' WHEN 'e'
                       IF WS-OPERADOR-ROL NOT = 'S'
                           MOVE "ELIMINACION DE ALUMNO DENEGADA"
                               TO WS-DETALLE-AUDITORIA
                           PERFORM 9650-AUDITAR-DENEGADO
                       ELSE
                       PERFORM 9430-EVALUAR-ACTIVO
                       PERFORM 5150-GUARDAR-SECCIONES-ANT
                       DELETE ALUMNOS RECORD
                         INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR. CODIGO: "
                                   WS-STATUS
                         NOT INVALID KEY
                           IF WS-ALUMNO-ACTIVO = 'S'
                               PERFORM 5160-LIBERAR-SECCIONES-ANT
                           END-IF
                           DISPLAY "ESTUDIANTE ELIMINADO."
                           MOVE "BAJA" TO WS-ACCION-AUDITORIA
                           MOVE "ELIMINACION DE REGISTRO DE ALUMNO"

           CLOSE ALUMNOS
           PERFORM 9810-LIBERAR-CANDADO
           PERFORM 9457-ASIGNAR-LISTA-ESPERA
           IF WS-TRS-OFRECER = 'S'
               DISPLAY "GENERAR PAQUETE DE TRASLADO ? S / N"
               ACCEPT WS-OPCION
               IF WS-OPCION = 'S' OR WS-OPCION = 's'
                   PERFORM 8861-GENERAR-PAQUETE
               END-IF
           END-IF
           END-IF.

           DISPLAY "DESEA VOLVER AL MENU PRINCIPAL ? S / N "
                       DISPLAY
                         "CODIGO DE MATERIA NO EXISTE EN CATALOGO."
                   END-IF
                   IF WS-MATERIA-OK = 'S'
                       MOVE ID-ALUMNO TO WS-PRE-ID
                       PERFORM 2410-CONTROLAR-PRERREQUISITOS
                   END-IF
               END-PERFORM
               IF WS-MATERIA-OK = 'N'
                   MOVE 'N' TO WS-CAPTURA-OK
               CLOSE ALUMNOS
           END-IF
           PERFORM 9810-LIBERAR-CANDADO
           PERFORM 9457-ASIGNAR-LISTA-ESPERA
           END-IF.

       6000-GENERAR-ESTADISTICAS.
           MOVE 'S' TO WS-CALIF-VALIDA.
           MOVE 'S' TO WS-MATERIAS-VALIDAS.
           MOVE 'S' TO WS-CANTIDAD-VALIDA.
           MOVE 'S' TO WS-PRERREQ-VALIDO.
           IF NUM-MATERIAS-IN IS NOT NUMERIC
               MOVE 5 TO NUM-MATERIAS-IN
               MOVE 5 TO WS-NUM-MAT
                   IF WS-SECCION-OK = 'N'
                       MOVE 'N' TO WS-MATERIAS-VALIDAS
                   END-IF
                   MOVE ID-ALUMNO-IN TO WS-PRE-ID
                   PERFORM 9490-VERIFICAR-PRERREQUISITOS
                   IF WS-PRERREQ-OK = 'N'
                       MOVE 'N' TO WS-PRERREQ-VALIDO
                   END-IF
                   MOVE NOTA-PARCIAL1-IN(WS-CONTADOR)
                       TO WS-NOTA-PARCIAL1
                   MOVE NOTA-PARCIAL2-IN(WS-CONTADOR)
               END-IF
           END-PERFORM.

           MOVE 'S' TO WS-HORARIO-OK.
           IF WS-MATERIAS-VALIDAS = 'S'
               PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                         UNTIL WS-CONTADOR > WS-NUM-MAT
                            OR WS-HORARIO-OK = 'N'
                   MOVE MATERIA-COD-IN(WS-CONTADOR)
                       TO WS-CHQ-COD(WS-CONTADOR)
                   MOVE MATERIA-SECC-IN(WS-CONTADOR)
                       TO WS-CHQ-LETRA(WS-CONTADOR)
                   MOVE WS-CONTADOR TO WS-CHQ-SLOT
                   PERFORM 9450-VERIFICAR-CHOQUE-ALUMNO
               END-PERFORM
           END-IF.

           IF WS-DUPLICADO = 'S'
               DISPLAY "RECHAZADO (ID DUPLICADO): " ID-ALUMNO-IN
               ADD 1 TO WS-CONTADOR-RECHAZADOS
                   DISPLAY "RECHAZADO (MATERIA NO CATALOGADA): "
                           ID-ALUMNO-IN
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               ELSE
               IF WS-PRERREQ-VALIDO = 'N'
                   DISPLAY "RECHAZADO (PRERREQUISITO NO APROBADO): "
                           ID-ALUMNO-IN
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               ELSE
               IF WS-HORARIO-OK = 'N'
                   DISPLAY "RECHAZADO (CHOQUE DE HORARIO): "
                           ID-ALUMNO-IN
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               ELSE
                   MOVE WS-NUM-MAT TO WS-NUM-CAPTURA
                   PERFORM 2450-LIMPIAR-SLOTS-IN
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       8200-MANTENIMIENTO-MATERIAS.
                   DISPLAY "NOMBRE OFICIAL DE LA MATERIA: "
                   ACCEPT WS-MATERIA-NOMBRE
                   PERFORM 8260-CAPTURAR-PESOS
                   PERFORM 8265-CAPTURAR-PRERREQUISITOS
                   PERFORM 8268-CAPTURAR-CREDITOS
                   PERFORM 8250-GRABAR-MATERIA
               END-IF
           END-PERFORM.
                           DISPLAY 'Docente: ' WS-DOC-NOMBRE
                           DISPLAY "CAPACIDAD DE LA SECCION: "
                           ACCEPT WS-SEC-CAPACIDAD
                           PERFORM 8225-CAPTURAR-HORARIO
                           PERFORM 8285-VERIFICAR-CHOQUE-SECCION
                           IF WS-HORARIO-OK = 'S'
                               PERFORM 8280-GRABAR-SECCION
                           ELSE
                               DISPLAY "SECCION NO GRABADA."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1000-MENU-OPCIONES.

       8225-CAPTURAR-HORARIO.
           MOVE 9 TO WS-SEC-SESIONES.
           PERFORM UNTIL WS-SEC-SESIONES <= 6
               DISPLAY "SESIONES POR SEMANA (0-6): "
               ACCEPT WS-SEC-SESIONES
               IF WS-SEC-SESIONES > 6
                   DISPLAY "CANTIDAD INVALIDA. DEBE ESTAR 0-6."
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                     UNTIL WS-IDX-SES > 6
               MOVE ZERO TO WS-SS-DIA(WS-IDX-SES)
               MOVE ZERO TO WS-SS-BLOQUE(WS-IDX-SES)
               MOVE SPACES TO WS-SS-AULA(WS-IDX-SES)
               IF WS-IDX-SES <= WS-SEC-SESIONES
                   PERFORM 8227-CAPTURAR-SESION
               END-IF
           END-PERFORM.

       8227-CAPTURAR-SESION.
           DISPLAY "SESION " WS-IDX-SES ":".
           PERFORM UNTIL WS-SS-DIA(WS-IDX-SES) >= 1 AND
                         WS-SS-DIA(WS-IDX-SES) <= 6
               DISPLAY "DIA (1=LUNES 2=MARTES 3=MIERCOLES 4=JUEVES "
                       "5=VIERNES 6=SABADO): "
               ACCEPT WS-SS-DIA(WS-IDX-SES)
               IF WS-SS-DIA(WS-IDX-SES) < 1 OR
                  WS-SS-DIA(WS-IDX-SES) > 6
                   DISPLAY "DIA INVALIDO. DEBE ESTAR 1-6."
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-SS-BLOQUE(WS-IDX-SES) >= 1 AND
                         WS-SS-BLOQUE(WS-IDX-SES) <= 12
               DISPLAY "BLOQUE HORARIO (01-12): "
               ACCEPT WS-SS-BLOQUE(WS-IDX-SES)
               IF WS-SS-BLOQUE(WS-IDX-SES) < 1 OR
                  WS-SS-BLOQUE(WS-IDX-SES) > 12
                   DISPLAY "BLOQUE INVALIDO. DEBE ESTAR 01-12."
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-SS-AULA(WS-IDX-SES) NOT = SPACES
               DISPLAY "AULA: "
               ACCEPT WS-SS-AULA(WS-IDX-SES)
           END-PERFORM.

       8230-MANTENIMIENTO-REPRESENT.
           MOVE 'N' TO WS-BANDERA.
           PERFORM UNTIL WS-BANDERA = 'S'
               DISPLAY "ID DEL ALUMNO (00000 PARA TERMINAR): "
               ACCEPT WS-ASI-ID
               IF WS-ASI-ID = ZERO
                   MOVE 'S' TO WS-BANDERA
               ELSE
                   PERFORM 9410-VALIDAR-ALUMNO
                   IF WS-ALUMNO-OK = 'N'
                       DISPLAY "ESTUDIANTE NO ENCONTRADO."
                   ELSE
                       DISPLAY 'Alumno: ' NOMBRE-ALUMNO
                       PERFORM 8232-MOSTRAR-REPRESENTANTE
                       DISPLAY "M-REGISTRAR/MODIFICAR  E-ELIMINAR  "
                               "C-CANCELAR"
                       ACCEPT WS-OPCION
                       EVALUATE WS-OPCION
                           WHEN 'M'
                           WHEN 'm'
                               PERFORM 8234-CAPTURAR-REPRESENTANTE
                               PERFORM 8290-GRABAR-REPRESENTANTE
                           WHEN 'E'
                           WHEN 'e'
                               PERFORM 8292-ELIMINAR-REPRESENTANTE
                           WHEN OTHER
                               DISPLAY "OPERACION CANCELADA."
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1000-MENU-OPCIONES.

       8232-MOSTRAR-REPRESENTANTE.
           MOVE 'N' TO WS-REP-ENCONTRADO.
           OPEN INPUT REPRESENTANTES.
           IF WS-STATUS-REP = 00
               MOVE WS-ASI-ID TO REP-ID-ALUMNO
               READ REPRESENTANTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-REP-ENCONTRADO
               END-READ
               CLOSE REPRESENTANTES
           END-IF.
           IF WS-REP-ENCONTRADO = 'S'
               DISPLAY "REPRESENTANTE: " REP-NOMBRE
               DISPLAY "PARENTESCO:    " REP-PARENTESCO
               DISPLAY "TELEFONO:      " REP-TELEFONO
               DISPLAY "DIRECCION:     " REP-DIRECCION
               DISPLAY "CORREO:        " REP-CORREO
           ELSE
               DISPLAY "EL ALUMNO NO TIENE REPRESENTANTE REGISTRADO."
           END-IF.

       8234-CAPTURAR-REPRESENTANTE.
           DISPLAY "NOMBRE DEL REPRESENTANTE: ".
           ACCEPT WS-REP-NOMBRE.
           DISPLAY "PARENTESCO (MADRE, PADRE, TUTOR...): ".
           ACCEPT WS-REP-PARENTESCO.
           DISPLAY "TELEFONO: ".
           ACCEPT WS-REP-TELEFONO.
           DISPLAY "DIRECCION: ".
           ACCEPT WS-REP-DIRECCION.
           DISPLAY "CORREO ELECTRONICO: ".
           ACCEPT WS-REP-CORREO.

       8250-GRABAR-MATERIA.
           OPEN I-O CATALOGO.
           IF WS-STATUS-MAT = 35
               MOVE WS-PESO-PARCIAL1 TO MAT-PESO-PARCIAL1
               MOVE WS-PESO-PARCIAL2 TO MAT-PESO-PARCIAL2
               MOVE WS-PESO-FINAL TO MAT-PESO-FINAL
               MOVE WS-MAT-PRERREQUISITOS TO MAT-PRERREQUISITOS
               MOVE WS-MAT-CREDITOS TO MAT-CREDITOS
               MOVE WS-MAT-TIPO TO MAT-TIPO
               WRITE MATERIA-REGISTRO
                   INVALID KEY
                       REWRITE MATERIA-REGISTRO
               END-IF
           END-PERFORM.

       8265-CAPTURAR-PRERREQUISITOS.
           MOVE ZEROS TO WS-MAT-PRERREQUISITOS.
           MOVE 9 TO WS-PRE-CANTIDAD.
           PERFORM UNTIL WS-PRE-CANTIDAD <= 3
               DISPLAY "CANTIDAD DE PRERREQUISITOS (0-3): "
               ACCEPT WS-PRE-CANTIDAD
               IF WS-PRE-CANTIDAD > 3
                   DISPLAY "CANTIDAD INVALIDA. DEBE ESTAR 0-3."
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                     UNTIL WS-IDX-PRE > WS-PRE-CANTIDAD
               MOVE 'N' TO WS-PRE-OK
               PERFORM UNTIL WS-PRE-OK = 'S'
                   DISPLAY "CODIGO DEL PRERREQUISITO " WS-IDX-PRE ": "
                   ACCEPT WS-PRE-COD
                   PERFORM 8267-VALIDAR-PRERREQUISITO
               END-PERFORM
               MOVE WS-PRE-COD TO WS-MAT-PRERREQ(WS-IDX-PRE)
           END-PERFORM.

       8267-VALIDAR-PRERREQUISITO.
           IF WS-PRE-COD = ZERO OR WS-PRE-COD = WS-COD-MATERIA
               DISPLAY "UNA MATERIA NO PUEDE SER SU PROPIO "
                       "PRERREQUISITO."
           ELSE
               OPEN INPUT CATALOGO
               IF WS-STATUS-MAT NOT = 00
                   DISPLAY "CATALOGO DE MATERIAS NO EXISTE. "
                           "REGISTRE PRIMERO EL PRERREQUISITO."
               ELSE
                   MOVE WS-PRE-COD TO MAT-CODIGO
                   READ CATALOGO
                       INVALID KEY
                           DISPLAY "CODIGO DE MATERIA NO EXISTE EN "
                                   "CATALOGO."
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PRE-OK
                           DISPLAY 'Prerrequisito: ' MAT-NOMBRE
                   END-READ
                   CLOSE CATALOGO
               END-IF
           END-IF.

       8268-CAPTURAR-CREDITOS.
           MOVE ZERO TO WS-MAT-CREDITOS.
           PERFORM UNTIL WS-MAT-CREDITOS > ZERO
               DISPLAY "CREDITOS DE LA MATERIA (01-99): "
               ACCEPT WS-MAT-CREDITOS
               IF WS-MAT-CREDITOS = ZERO
                   DISPLAY "CREDITOS INVALIDOS."
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-MAT-TIPO.
           PERFORM UNTIL WS-MAT-TIPO = 'O' OR WS-MAT-TIPO = 'E'
               DISPLAY "TIPO: (O) OBLIGATORIA  (E) ELECTIVA"
               ACCEPT WS-MAT-TIPO
               EVALUATE WS-MAT-TIPO
                   WHEN 'o' MOVE 'O' TO WS-MAT-TIPO
                   WHEN 'e' MOVE 'E' TO WS-MAT-TIPO
                   WHEN 'O' CONTINUE
                   WHEN 'E' CONTINUE
                   WHEN OTHER DISPLAY "TIPO INVALIDO."
               END-EVALUATE
           END-PERFORM.

       8270-GRABAR-DOCENTE.
           OPEN I-O DOCENTES.
           IF WS-STATUS-DOC = 35
               OPEN OUTPUT DOCENTES
               CLOSE DOCENTES
               OPEN I-O DOCENTES
           END-IF.
           IF WS-STATUS-DOC NOT = 00
               DISPLAY "ERROR AL ABRIR DOCENTES. CODIGO: "
                       WS-STATUS-DOC
           ELSE
               MOVE WS-DOC-ID TO DOC-ID
               MOVE WS-DOC-NOMBRE TO DOC-NOMBRE
               WRITE DOCENTE-REGISTRO
                   INVALID KEY
                       MOVE WS-DOC-ID TO SEC-DOCENTE
                       MOVE WS-SEC-CAPACIDAD TO SEC-CAPACIDAD
                       MOVE ZERO TO SEC-INSCRITOS
                       MOVE WS-SEC-HORARIO TO SEC-HORARIO
                       WRITE SECCION-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR SECCION. "
                   NOT INVALID KEY
                       MOVE WS-DOC-ID TO SEC-DOCENTE
                       MOVE WS-SEC-CAPACIDAD TO SEC-CAPACIDAD
                       MOVE WS-SEC-HORARIO TO SEC-HORARIO
                       REWRITE SECCION-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR SECCION. "
               CLOSE SECCIONES
           END-IF.

       8285-VERIFICAR-CHOQUE-SECCION.
           MOVE 'S' TO WS-HORARIO-OK.
           PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                     UNTIL WS-IDX-SES > WS-SEC-SESIONES
               PERFORM VARYING WS-IDX-SES2 FROM 1 BY 1
                         UNTIL WS-IDX-SES2 >= WS-IDX-SES
                   IF WS-SS-DIA(WS-IDX-SES2) = WS-SS-DIA(WS-IDX-SES)
                      AND WS-SS-BLOQUE(WS-IDX-SES2) =
                          WS-SS-BLOQUE(WS-IDX-SES)
                       MOVE 'N' TO WS-HORARIO-OK
                       DISPLAY "LAS SESIONES " WS-IDX-SES2 " Y "
                               WS-IDX-SES " COINCIDEN EN DIA Y BLOQUE."
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SEC-SESIONES > ZERO
               MOVE 'N' TO WS-EOF-SECCIONES
               OPEN INPUT SECCIONES
               EVALUATE TRUE
                   WHEN WS-STATUS-SEC = 00
                       PERFORM UNTIL WS-EOF-SECCIONES = 'S'
                         READ SECCIONES NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-SECCIONES
                           NOT AT END PERFORM 8287-COMPARAR-SECCION
                         END-READ
                       END-PERFORM
                       CLOSE SECCIONES
                   WHEN WS-STATUS-SEC = 35
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR AL ABRIR SECCIONES. CODIGO: "
                               WS-STATUS-SEC
                       MOVE 'N' TO WS-HORARIO-OK
               END-EVALUATE
           END-IF.

       8287-COMPARAR-SECCION.
           IF SEC-MATERIA NOT = WS-COD-MATERIA OR
              SEC-LETRA NOT = WS-SEC-LETRA
               PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                         UNTIL WS-IDX-SES > WS-SEC-SESIONES
                   PERFORM VARYING WS-IDX-SES2 FROM 1 BY 1
                             UNTIL WS-IDX-SES2 > 6
                       IF SEC-DIA(WS-IDX-SES2) > ZERO AND
                          SEC-DIA(WS-IDX-SES2) = WS-SS-DIA(WS-IDX-SES)
                          AND SEC-BLOQUE(WS-IDX-SES2) =
                              WS-SS-BLOQUE(WS-IDX-SES)
                           MOVE WS-SS-DIA(WS-IDX-SES) TO WS-HOR-DIA
                           IF SEC-DOCENTE = WS-DOC-ID
                               MOVE 'N' TO WS-HORARIO-OK
                               DISPLAY "DOCENTE YA ASIGNADO A LA "
                                       "SECCION " SEC-MATERIA "-"
                                       SEC-LETRA " EL "
                                       WS-DIA-NOMBRE(WS-HOR-DIA)
                                       " BLOQUE "
                                       WS-SS-BLOQUE(WS-IDX-SES)
                           END-IF
                           IF SEC-AULA(WS-IDX-SES2) =
                              WS-SS-AULA(WS-IDX-SES)
                               MOVE 'N' TO WS-HORARIO-OK
                               DISPLAY "AULA " WS-SS-AULA(WS-IDX-SES)
                                       " OCUPADA POR LA SECCION "
                                       SEC-MATERIA "-" SEC-LETRA
                                       " EL "
                                       WS-DIA-NOMBRE(WS-HOR-DIA)
                                       " BLOQUE "
                                       WS-SS-BLOQUE(WS-IDX-SES)
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       8290-GRABAR-REPRESENTANTE.
           OPEN I-O REPRESENTANTES.
           IF WS-STATUS-REP = 35
               OPEN OUTPUT REPRESENTANTES
               CLOSE REPRESENTANTES
               OPEN I-O REPRESENTANTES
           END-IF.
           IF WS-STATUS-REP NOT = 00
               DISPLAY "ERROR AL ABRIR REPRESENTANTES. CODIGO: "
                       WS-STATUS-REP
           ELSE
               MOVE WS-ASI-ID TO REP-ID-ALUMNO
               MOVE WS-REP-NOMBRE TO REP-NOMBRE
               MOVE WS-REP-PARENTESCO TO REP-PARENTESCO
               MOVE WS-REP-TELEFONO TO REP-TELEFONO
               MOVE WS-REP-DIRECCION TO REP-DIRECCION
               MOVE WS-REP-CORREO TO REP-CORREO
               WRITE REPRESENTANTE-REGISTRO
                   INVALID KEY
                       REWRITE REPRESENTANTE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR REPRESENTANTE. "
                                       "CODIGO: " WS-STATUS-REP
                           NOT INVALID KEY
                               DISPLAY "REPRESENTANTE ACTUALIZADO: "
                                       REP-ID-ALUMNO
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "REPRESENTANTE REGISTRADO: "
                               REP-ID-ALUMNO
               END-WRITE
               CLOSE REPRESENTANTES
           END-IF.

       8292-ELIMINAR-REPRESENTANTE.
           OPEN I-O REPRESENTANTES.
           EVALUATE TRUE
               WHEN WS-STATUS-REP = 00
                   MOVE WS-ASI-ID TO REP-ID-ALUMNO
                   DELETE REPRESENTANTES
                       INVALID KEY
                           DISPLAY "EL ALUMNO NO TIENE REPRESENTANTE "
                                   "REGISTRADO."
                       NOT INVALID KEY
                           DISPLAY "REPRESENTANTE ELIMINADO: "
                                   REP-ID-ALUMNO
                   END-DELETE
                   CLOSE REPRESENTANTES
               WHEN WS-STATUS-REP = 35
                   DISPLAY "EL ALUMNO NO TIENE REPRESENTANTE "
                           "REGISTRADO."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR REPRESENTANTES. CODIGO: "
                           WS-STATUS-REP
           END-EVALUATE.

       8300-CIERRE-PERIODO.
           DISPLAY "CIERRE DEL PERIODO ACTUAL: " WS-PERIODO-ACTUAL.
           DISPLAY "INGRESE EL NUEVO PERIODO (AAAA-N): ".
               DISPLAY "CIERRE NO INICIADO: ARCHIVO EN USO."
           ELSE
               PERFORM 8355-PROCESAR-CIERRE
               PERFORM 9457-ASIGNAR-LISTA-ESPERA
               PERFORM 9830-LIBERAR-CANDADO-EXCLUSIVO
           END-IF.

                       MOVE ZERO TO WS-CIERRE-PROMOVIDOS
                       MOVE ZERO TO WS-CIERRE-REPITEN
                       MOVE ZERO TO WS-CIERRE-INACTIVOS
                       MOVE ZERO TO WS-CIERRE-SUPLETORIOS
                       PERFORM 8381-ABRIR-SUPLETORIOS
                       OPEN OUTPUT CIERRE-RESUMEN
                       MOVE SPACES TO CIERRE-RESUMEN-LINEA
                       STRING
                         END-READ
                       END-PERFORM
                       CLOSE HISTORICO
                       IF WS-SUP-ABIERTO = 'S'
                           CLOSE SUPLETORIOS
                           MOVE 'N' TO WS-SUP-ABIERTO
                       END-IF

                       MOVE SPACES TO CIERRE-RESUMEN-LINEA
                       WRITE CIERRE-RESUMEN-LINEA
                           WS-CIERRE-REPITEN DELIMITED BY SIZE
                           "  NO ACTIVOS: " DELIMITED BY SIZE
                           WS-CIERRE-INACTIVOS DELIMITED BY SIZE
                           "  APROBADAS EN SUPLETORIO: "
                                             DELIMITED BY SIZE
                           WS-CIERRE-SUPLETORIOS DELIMITED BY SIZE
                           INTO CIERRE-RESUMEN-LINEA
                       END-STRING
                       WRITE CIERRE-RESUMEN-LINEA
                       DISPLAY "PROMOVIDOS: " WS-CIERRE-PROMOVIDOS
                       DISPLAY "REPITEN: " WS-CIERRE-REPITEN
                       DISPLAY "NO ACTIVOS: " WS-CIERRE-INACTIVOS
                       DISPLAY "APROBADAS EN SUPLETORIO: "
                               WS-CIERRE-SUPLETORIOS

                       MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-CERRADO
                       MOVE WS-PERIODO-NUEVO TO WS-PERIODO-ACTUAL
           MOVE ZERO TO WS-MATERIAS-CURSADAS.
           MOVE ZERO TO WS-SUMA-NOTAS.
           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           PERFORM 8362-APLICAR-SUPLETORIOS.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               IF MATERIA-COD(WS-CONTADOR) > ZERO
                   MOVE ZEROS TO COMPONENTES
               WHEN ALUMNO-CONDICION = 'R'
                   ADD 1 TO WS-CIERRE-REPITEN
                   PERFORM 5150-GUARDAR-SECCIONES-ANT
                   PERFORM 8365-PREPARAR-REPITENTE
               WHEN OTHER
                   ADD 1 TO WS-CIERRE-PROMOVIDOS
                   DISPLAY "ERROR AL REINICIAR ALUMNO ID: " ID-ALUMNO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CERRADOS
                   IF ALUMNO-CONDICION = 'R'
                       PERFORM 8366-LIBERAR-APROBADAS
                   END-IF
           END-REWRITE.
           PERFORM 8370-LINEA-RESUMEN-CIERRE.

       8362-APLICAR-SUPLETORIOS.
           MOVE ZEROS TO HIST-SUPLETORIOS.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > 10
               MOVE CALIFICACION(WS-CONTADOR)
                   TO HIST-NOTA-ORIGINAL(WS-CONTADOR)
               MOVE SPACE TO HIST-SUPLE-ESTADO(WS-CONTADOR)
               IF WS-ALUMNO-ACTIVO = 'S' AND
                  WS-CONTADOR <= WS-NUM-MAT AND
                  MATERIA-COD(WS-CONTADOR) > ZERO AND
                  CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
                   MOVE MATERIA-COD(WS-CONTADOR) TO WS-COD-MATERIA
                   PERFORM 8384-BUSCAR-SUPLETORIO
                   IF WS-SUP-ENCONTRADO = 'S'
                       MOVE CALIFICACION(WS-CONTADOR)
                           TO WS-SUP-NOTA-ORIGINAL
                       PERFORM 8387-NOTA-DEFINITIVA
                       MOVE WS-SUP-NOTA
                           TO HIST-NOTA-SUPLE(WS-CONTADOR)
                       IF WS-SUP-DEFINITIVA >= WS-NOTA-APROBATORIA
                           MOVE 'A' TO HIST-SUPLE-ESTADO(WS-CONTADOR)
                           MOVE WS-SUP-DEFINITIVA
                               TO CALIFICACION(WS-CONTADOR)
                           ADD 1 TO WS-CIERRE-SUPLETORIOS
                       ELSE
                           MOVE 'R' TO HIST-SUPLE-ESTADO(WS-CONTADOR)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       8365-PREPARAR-REPITENTE.
           MOVE ZERO TO WS-SLOT-DEST.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
               MOVE WS-SLOT-DEST TO ALUMNO-NUM-MATERIAS
           END-IF.

       8366-LIBERAR-APROBADAS.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > 10
               IF WS-SECC-ANT-COD(WS-CONTADOR) > ZERO AND
                  WS-SECC-ANT-LETRA(WS-CONTADOR) NOT = SPACE
                   MOVE 'N' TO WS-ESP-SIGUE
                   PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                             UNTIL WS-IDX-ESP > 10
                       IF MATERIA-COD(WS-IDX-ESP) =
                          WS-SECC-ANT-COD(WS-CONTADOR) AND
                          MATERIA-SECC(WS-IDX-ESP) =
                          WS-SECC-ANT-LETRA(WS-CONTADOR)
                           MOVE 'S' TO WS-ESP-SIGUE
                       END-IF
                   END-PERFORM
                   IF WS-ESP-SIGUE = 'N'
                       MOVE WS-SECC-ANT-COD(WS-CONTADOR)
                           TO WS-COD-MATERIA
                       MOVE WS-SECC-ANT-LETRA(WS-CONTADOR)
                           TO WS-SEC-LETRA
                       MOVE -1 TO WS-DELTA-INSCRITOS
                       PERFORM 9445-AJUSTAR-INSCRITOS
                   END-IF
               END-IF
           END-PERFORM.

       8370-LINEA-RESUMEN-CIERRE.
           MOVE ID-ALUMNO TO WS-CR-ID.
           MOVE NOMBRE-ALUMNO TO WS-CR-NOMBRE.
           MOVE WS-LIN-CIERRE TO CIERRE-RESUMEN-LINEA.
           WRITE CIERRE-RESUMEN-LINEA.

       8380-EXAMENES-SUPLETORIOS.
           DISPLAY "EXAMENES SUPLETORIOS DEL PERIODO "
                   WS-PERIODO-ACTUAL.
           DISPLAY "NOTA MINIMA PARA APROBAR EL SUPLETORIO: "
                   WS-NOTA-SUPLETORIO.
           DISPLAY "NOTA MAXIMA RESULTANTE: " WS-TOPE-SUPLETORIO.
           DISPLAY "L-LISTAR PENDIENTES  R-REGISTRAR NOTA  C-CANCELAR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 'L'
               WHEN 'l'
                   PERFORM 8382-LISTAR-SUPLETORIOS
               WHEN 'R'
               WHEN 'r'
                   IF WS-OPERADOR-ROL = 'S'
                       PERFORM 8385-REGISTRAR-SUPLETORIOS
                   ELSE
                       MOVE ZERO TO ID-ALUMNO
                       MOVE "REGISTRO DE SUPLETORIO DENEGADO"
                           TO WS-DETALLE-AUDITORIA
                       PERFORM 9650-AUDITAR-DENEGADO
                   END-IF
               WHEN OTHER
                   DISPLAY "OPERACION CANCELADA."
           END-EVALUATE.
           PERFORM 1000-MENU-OPCIONES.

       8381-ABRIR-SUPLETORIOS.
           MOVE 'N' TO WS-SUP-ABIERTO.
           OPEN INPUT SUPLETORIOS.
           EVALUATE TRUE
               WHEN WS-STATUS-SUP = 00
                   MOVE 'S' TO WS-SUP-ABIERTO
               WHEN WS-STATUS-SUP = 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SUPLETORIOS. CODIGO: "
                           WS-STATUS-SUP
           END-EVALUATE.

       8382-LISTAR-SUPLETORIOS.
           MOVE ZERO TO WS-SUP-ALUMNOS.
           MOVE ZERO TO WS-SUP-MATERIAS.
           MOVE 'N' TO WS-EOF-ALUMNOS.
           OPEN INPUT ALUMNOS.

           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   PERFORM 8381-ABRIR-SUPLETORIOS
                   OPEN OUTPUT LISTA-SUPLETORIOS
                   MOVE SPACES TO LISTA-SUPLETORIOS-LINEA
                   STRING
                       "ALUMNOS CON MATERIAS PARA SUPLETORIO - PERIODO "
                                         DELIMITED BY SIZE
                       WS-PERIODO-ACTUAL DELIMITED BY SIZE
                       INTO LISTA-SUPLETORIOS-LINEA
                   END-STRING
                   WRITE LISTA-SUPLETORIOS-LINEA
                   MOVE SPACES TO LISTA-SUPLETORIOS-LINEA
                   WRITE LISTA-SUPLETORIOS-LINEA

                   PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                     READ ALUMNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ALUMNOS
                       NOT AT END
                           PERFORM 9430-EVALUAR-ACTIVO
                           IF WS-ALUMNO-ACTIVO = 'S'
                               PERFORM 8383-LISTAR-SUPLE-ALUMNO
                           END-IF
                     END-READ
                   END-PERFORM

                   MOVE SPACES TO LISTA-SUPLETORIOS-LINEA
                   WRITE LISTA-SUPLETORIOS-LINEA
                   MOVE SPACES TO LISTA-SUPLETORIOS-LINEA
                   STRING
                       "ALUMNOS: " DELIMITED BY SIZE
                       WS-SUP-ALUMNOS DELIMITED BY SIZE
                       "  MATERIAS REPROBADAS: " DELIMITED BY SIZE
                       WS-SUP-MATERIAS DELIMITED BY SIZE
                       INTO LISTA-SUPLETORIOS-LINEA
                   END-STRING
                   WRITE LISTA-SUPLETORIOS-LINEA
                   CLOSE LISTA-SUPLETORIOS
                   IF WS-SUP-ABIERTO = 'S'
                       CLOSE SUPLETORIOS
                       MOVE 'N' TO WS-SUP-ABIERTO
                   END-IF
                   DISPLAY "LISTADO GENERADO EN SUPLETORIOS.TXT"
                   DISPLAY "ALUMNOS: " WS-SUP-ALUMNOS
                           "  MATERIAS: " WS-SUP-MATERIAS
               WHEN WS-STATUS = 35
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
           END-EVALUATE.

           CLOSE ALUMNOS.

       8383-LISTAR-SUPLE-ALUMNO.
           MOVE ZERO TO WS-SUP-REPROBADAS.
           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               IF MATERIA-COD(WS-CONTADOR) > ZERO AND
                  CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
                   ADD 1 TO WS-SUP-REPROBADAS
                   ADD 1 TO WS-SUP-MATERIAS
                   MOVE ID-ALUMNO TO WS-LS-ID
                   MOVE NOMBRE-ALUMNO TO WS-LS-NOMBRE
                   MOVE MATERIA-COD(WS-CONTADOR) TO WS-LS-COD
                   MOVE MATERIA(WS-CONTADOR) TO WS-LS-MATERIA
                   MOVE CALIFICACION(WS-CONTADOR) TO WS-LS-NOTA
                   MOVE MATERIA-COD(WS-CONTADOR) TO WS-COD-MATERIA
                   PERFORM 8384-BUSCAR-SUPLETORIO
                   MOVE SPACES TO WS-LS-SUPLE
                   IF WS-SUP-ENCONTRADO = 'S'
                       IF WS-SUP-NOTA >= WS-NOTA-SUPLETORIO
                           STRING
                               WS-SUP-NOTA DELIMITED BY SIZE
                               " APROBADO" DELIMITED BY SIZE
                               INTO WS-LS-SUPLE
                           END-STRING
                       ELSE
                           STRING
                               WS-SUP-NOTA DELIMITED BY SIZE
                               " REPROBADO" DELIMITED BY SIZE
                               INTO WS-LS-SUPLE
                           END-STRING
                       END-IF
                   ELSE
                       MOVE "PENDIENTE" TO WS-LS-SUPLE
                   END-IF
                   MOVE WS-LIN-SUPLETORIO TO LISTA-SUPLETORIOS-LINEA
                   WRITE LISTA-SUPLETORIOS-LINEA
               END-IF
           END-PERFORM.
           IF WS-SUP-REPROBADAS > ZERO
               ADD 1 TO WS-SUP-ALUMNOS
           END-IF.

       8384-BUSCAR-SUPLETORIO.
           MOVE 'N' TO WS-SUP-ENCONTRADO.
           MOVE ZERO TO WS-SUP-NOTA.
           IF WS-SUP-ABIERTO = 'S'
               MOVE ID-ALUMNO TO SUP-ID
               MOVE WS-PERIODO-ACTUAL TO SUP-PERIODO
               MOVE WS-COD-MATERIA TO SUP-MATERIA
               READ SUPLETORIOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUP-ENCONTRADO
                       MOVE SUP-NOTA TO WS-SUP-NOTA
               END-READ
           END-IF.

       8385-REGISTRAR-SUPLETORIOS.
           MOVE 'N' TO WS-BANDERA.
           PERFORM UNTIL WS-BANDERA = 'S'
               DISPLAY "ID DEL ALUMNO (00000 PARA TERMINAR): "
               ACCEPT WS-BUSQUEDA-ID
               IF WS-BUSQUEDA-ID = ZERO
                   MOVE 'S' TO WS-BANDERA
               ELSE
                   MOVE WS-BUSQUEDA-ID TO WS-LOCK-ID
                   PERFORM 9800-TOMAR-CANDADO
                   IF WS-CANDADO-OK = 'S'
                       PERFORM 8386-SUPLETORIO-ALUMNO
                       PERFORM 9810-LIBERAR-CANDADO
                   END-IF
               END-IF
           END-PERFORM.

       8386-SUPLETORIO-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-OK.
           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   MOVE WS-BUSQUEDA-ID TO ID-ALUMNO
                   READ ALUMNOS
                       INVALID KEY
                           DISPLAY "ESTUDIANTE NO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ALUMNO-OK
                   END-READ
               WHEN WS-STATUS = 35
                   DISPLAY "ESTUDIANTE NO ENCONTRADO."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
           END-EVALUATE.
           CLOSE ALUMNOS.
           IF WS-ALUMNO-OK = 'S'
               PERFORM 9430-EVALUAR-ACTIVO
               IF WS-ALUMNO-ACTIVO = 'N'
                   DISPLAY "EL ALUMNO NO ESTA ACTIVO. "
                           "NO RINDE SUPLETORIO."
               ELSE
                   PERFORM 8388-CAPTURAR-SUPLETORIO
               END-IF
           END-IF.

       8387-NOTA-DEFINITIVA.
           MOVE WS-SUP-NOTA-ORIGINAL TO WS-SUP-DEFINITIVA.
           IF WS-SUP-ENCONTRADO = 'S' AND
              WS-SUP-NOTA-ORIGINAL < WS-NOTA-APROBATORIA AND
              WS-SUP-NOTA >= WS-NOTA-SUPLETORIO
               IF WS-SUP-NOTA > WS-TOPE-SUPLETORIO
                   MOVE WS-TOPE-SUPLETORIO TO WS-SUP-DEFINITIVA
               ELSE
                   MOVE WS-SUP-NOTA TO WS-SUP-DEFINITIVA
               END-IF
           END-IF.

       8388-CAPTURAR-SUPLETORIO.
           DISPLAY "ESTUDIANTE: " NOMBRE-ALUMNO.
           MOVE ZERO TO WS-SUP-REPROBADAS.
           PERFORM 8381-ABRIR-SUPLETORIOS.
           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               IF MATERIA-COD(WS-CONTADOR) > ZERO AND
                  CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
                   ADD 1 TO WS-SUP-REPROBADAS
                   MOVE MATERIA-COD(WS-CONTADOR) TO WS-COD-MATERIA
                   PERFORM 8384-BUSCAR-SUPLETORIO
                   IF WS-SUP-ENCONTRADO = 'S'
                       DISPLAY "   " MATERIA-COD(WS-CONTADOR) " "
                               MATERIA(WS-CONTADOR) "  NOTA: "
                               CALIFICACION(WS-CONTADOR)
                               "  SUPLETORIO: " WS-SUP-NOTA
                   ELSE
                       DISPLAY "   " MATERIA-COD(WS-CONTADOR) " "
                               MATERIA(WS-CONTADOR) "  NOTA: "
                               CALIFICACION(WS-CONTADOR)
                               "  SUPLETORIO: PENDIENTE"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SUP-ABIERTO = 'S'
               CLOSE SUPLETORIOS
               MOVE 'N' TO WS-SUP-ABIERTO
           END-IF.

           IF WS-SUP-REPROBADAS = ZERO
               DISPLAY "EL ALUMNO NO TIENE MATERIAS REPROBADAS."
           ELSE
               DISPLAY "CODIGO DE LA MATERIA DEL SUPLETORIO: "
               ACCEPT WS-COD-MATERIA
               MOVE ZERO TO WS-SUP-SLOT
               PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                         UNTIL WS-CONTADOR > WS-NUM-MAT
                   IF WS-COD-MATERIA > ZERO AND
                      MATERIA-COD(WS-CONTADOR) = WS-COD-MATERIA AND
                      CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
                       MOVE WS-CONTADOR TO WS-SUP-SLOT
                   END-IF
               END-PERFORM
               IF WS-SUP-SLOT = ZERO
                   DISPLAY "EL ALUMNO NO TIENE REPROBADA ESA MATERIA."
               ELSE
                   MOVE 'N' TO WS-CALIF-VALIDA
                   PERFORM UNTIL WS-CALIF-VALIDA = 'S'
                       DISPLAY 'Nota del examen supletorio (00-20): '
                       ACCEPT WS-SUP-NOTA
                       IF WS-SUP-NOTA <= 20
                           MOVE 'S' TO WS-CALIF-VALIDA
                       ELSE
                           DISPLAY
                             "CALIFICACION INVALIDA. DEBE ESTAR 00-20."
                       END-IF
                   END-PERFORM
                   PERFORM 8389-GRABAR-SUPLETORIO
               END-IF
           END-IF.

       8389-GRABAR-SUPLETORIO.
           OPEN I-O SUPLETORIOS.
           IF WS-STATUS-SUP = 35
               OPEN OUTPUT SUPLETORIOS
               CLOSE SUPLETORIOS
               OPEN I-O SUPLETORIOS
           END-IF.
           IF WS-STATUS-SUP NOT = 00
               DISPLAY "ERROR AL ABRIR SUPLETORIOS. CODIGO: "
                       WS-STATUS-SUP
           ELSE
               MOVE ID-ALUMNO TO SUP-ID
               MOVE WS-PERIODO-ACTUAL TO SUP-PERIODO
               MOVE WS-COD-MATERIA TO SUP-MATERIA
               MOVE CALIFICACION(WS-SUP-SLOT) TO SUP-NOTA-ORIGINAL
               MOVE WS-SUP-NOTA TO SUP-NOTA
               IF WS-SUP-NOTA >= WS-NOTA-SUPLETORIO
                   MOVE 'A' TO SUP-ESTADO
               ELSE
                   MOVE 'R' TO SUP-ESTADO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO SUP-FECHA
               MOVE WS-OPERADOR-ID TO SUP-OPERADOR
               WRITE SUPLETORIO-REGISTRO
                   INVALID KEY
                       REWRITE SUPLETORIO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR SUPLETORIO. "
                                       "CODIGO: " WS-STATUS-SUP
                           NOT INVALID KEY
                               PERFORM 8390-AUDITAR-SUPLETORIO
                       END-REWRITE
                   NOT INVALID KEY
                       PERFORM 8390-AUDITAR-SUPLETORIO
               END-WRITE
               CLOSE SUPLETORIOS
           END-IF.

       8390-AUDITAR-SUPLETORIO.
           MOVE 'S' TO WS-SUP-ENCONTRADO.
           MOVE SUP-NOTA-ORIGINAL TO WS-SUP-NOTA-ORIGINAL.
           PERFORM 8387-NOTA-DEFINITIVA.
           IF SUP-ESTADO = 'A'
               DISPLAY "SUPLETORIO APROBADO. "
                       "NOTA RESULTANTE AL CIERRE: " WS-SUP-DEFINITIVA
           ELSE
               DISPLAY "SUPLETORIO REPROBADO. SE MANTIENE LA NOTA: "
                       SUP-NOTA-ORIGINAL
           END-IF.
           MOVE "SUPLETORIO" TO WS-ACCION-AUDITORIA.
           MOVE SPACES TO WS-DETALLE-AUDITORIA.
           STRING
               "SUPLETORIO MATERIA " DELIMITED BY SIZE
               SUP-MATERIA           DELIMITED BY SIZE
               ", NOTA ORIGINAL: "   DELIMITED BY SIZE
               SUP-NOTA-ORIGINAL     DELIMITED BY SIZE
               ", SUPLETORIO: "      DELIMITED BY SIZE
               SUP-NOTA              DELIMITED BY SIZE
               INTO WS-DETALLE-AUDITORIA
           END-STRING.
           PERFORM 9000-REGISTRAR-AUDITORIA.

       8400-CONSULTA-AUDITORIA.
           DISPLAY "FILTRAR POR: (A)LUMNO (O)PERADOR (C)ACCION "
                   "(F)ECHAS (T)ODO"
               MOVE 3 TO WS-GENERACIONES-RESPALDO
               DISPLAY "CANTIDAD INVALIDA. SE USAN 3."
           END-IF.
           DISPLAY "NOTA MINIMA DEL SUPLETORIO ACTUAL: "
                   WS-NOTA-SUPLETORIO.
           DISPLAY "NUEVA NOTA MINIMA (" WS-NOTA-APROBATORIA "-20): ".
           ACCEPT WS-NOTA-SUPLETORIO.
           IF WS-NOTA-SUPLETORIO < WS-NOTA-APROBATORIA OR
              WS-NOTA-SUPLETORIO > 20
               MOVE 12 TO WS-NOTA-SUPLETORIO
               DISPLAY "NOTA INVALIDA. SE USA 12."
           END-IF.
           DISPLAY "NOTA MAXIMA RESULTANTE DEL SUPLETORIO ACTUAL: "
                   WS-TOPE-SUPLETORIO.
           DISPLAY "NUEVA NOTA MAXIMA (" WS-NOTA-APROBATORIA "-20): ".
           ACCEPT WS-TOPE-SUPLETORIO.
           IF WS-TOPE-SUPLETORIO < WS-NOTA-APROBATORIA OR
              WS-TOPE-SUPLETORIO > 20
               MOVE 12 TO WS-TOPE-SUPLETORIO
               DISPLAY "NOTA INVALIDA. SE USA 12."
           END-IF.
           DISPLAY "CREDITOS REQUERIDOS PARA GRADUACION ACTUALES: "
                   WS-CREDITOS-GRADO.
           DISPLAY "NUEVA CANTIDAD (001-999): ".
           ACCEPT WS-CREDITOS-GRADO.
           IF WS-CREDITOS-GRADO = ZERO
               MOVE 160 TO WS-CREDITOS-GRADO
               DISPLAY "CANTIDAD INVALIDA. SE USAN 160."
           END-IF.
           MOVE WS-PENSION-MENSUAL TO WS-MONTO-EDIT.
           DISPLAY "PENSION MENSUAL ACTUAL: " WS-MONTO-EDIT.
           DISPLAY "NUEVA PENSION MENSUAL: ".
           ACCEPT WS-PENSION-MENSUAL.
           MOVE WS-LIMITE-MORA TO WS-MONTO-EDIT.
           DISPLAY "LIMITE DE SALDO VENCIDO PARA RETENCION ACTUAL: "
                   WS-MONTO-EDIT.
           DISPLAY "NUEVO LIMITE: ".
           ACCEPT WS-LIMITE-MORA.
           DISPLAY "DIAS DE PLAZO PARA PAGAR LA PENSION ACTUALES: "
                   WS-PLAZO-PAGO.
           DISPLAY "NUEVO PLAZO (00-99): ".
           ACCEPT WS-PLAZO-PAGO.
           DISPLAY "ANOS DE RETENCION DE ALUMNOS INACTIVOS ACTUALES: "
                   WS-ANOS-RETENCION.
           DISPLAY "NUEVA CANTIDAD (01-99): ".
           ACCEPT WS-ANOS-RETENCION.
           IF WS-ANOS-RETENCION = ZERO
               MOVE 5 TO WS-ANOS-RETENCION
               DISPLAY "CANTIDAD INVALIDA. SE USAN 5."
           END-IF.
           PERFORM 9530-GRABAR-CONFIG.

           MOVE ZERO TO ID-ALUMNO.
               WS-UMBRAL-ASISTENCIA     DELIMITED BY SIZE
               ", GENERACIONES: "       DELIMITED BY SIZE
               WS-GENERACIONES-RESPALDO DELIMITED BY SIZE
               ", SUPLETORIO: "         DELIMITED BY SIZE
               WS-NOTA-SUPLETORIO       DELIMITED BY SIZE
               "/"                      DELIMITED BY SIZE
               WS-TOPE-SUPLETORIO       DELIMITED BY SIZE
               ", CRED: "               DELIMITED BY SIZE
               WS-CREDITOS-GRADO        DELIMITED BY SIZE
               INTO WS-DETALLE-AUDITORIA
           END-STRING.
           PERFORM 9000-REGISTRAR-AUDITORIA.
           MOVE WS-PENSION-MENSUAL TO WS-MONTO-EDIT.
           MOVE WS-LIMITE-MORA TO WS-MONTO-EDIT2.
           MOVE SPACES TO WS-DETALLE-AUDITORIA.
           STRING
               "PENSION: "              DELIMITED BY SIZE
               WS-MONTO-EDIT            DELIMITED BY SIZE
               ", LIMITE MORA: "        DELIMITED BY SIZE
               WS-MONTO-EDIT2           DELIMITED BY SIZE
               ", PLAZO: "              DELIMITED BY SIZE
               WS-PLAZO-PAGO            DELIMITED BY SIZE
               ", RETENCION: "          DELIMITED BY SIZE
               WS-ANOS-RETENCION        DELIMITED BY SIZE
               INTO WS-DETALLE-AUDITORIA
           END-STRING.
           PERFORM 9000-REGISTRAR-AUDITORIA.
           PERFORM 1000-MENU-OPCIONES.

       8540-CARGA-NOTAS-ACTA.
           MOVE ZERO TO WS-NOT-CARGADAS.
           MOVE ZERO TO WS-NOT-RECHAZADAS.
           PERFORM 9820-TOMAR-CANDADO-EXCLUSIVO.
           IF WS-CANDADO-OK = 'N'
               DISPLAY "CARGA DE NOTAS NO INICIADA: ARCHIVO EN USO."
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 8541-EJECUTAR-CARGA-NOTAS
               PERFORM 9830-LIBERAR-CANDADO-EXCLUSIVO
           END-IF.
           IF WS-MODO-BATCH = 'N'
               PERFORM 1000-MENU-OPCIONES
           END-IF.

       8541-EJECUTAR-CARGA-NOTAS.
           MOVE "NOTAS" TO WS-PROCESO-ACTUAL.
           PERFORM 9100-LEER-CHECKPOINT.
           MOVE 'N' TO WS-REINICIAR.
           IF WS-ULTIMO-ID-PROCESADO > ZERO
               IF WS-MODO-BATCH = 'S'
                   MOVE WS-PARAM-AUTO TO WS-REINICIAR
               ELSE
                   DISPLAY "PUNTO DE CONTROL ENCONTRADO EN LINEA: "
                           WS-ULTIMO-ID-PROCESADO
                   DISPLAY "DESEA REANUDAR DESDE AHI ? S / N"
                   ACCEPT WS-REINICIAR
               END-IF
           END-IF.

           MOVE 'N' TO WS-EOF-ACTAS-NOTAS.
           OPEN INPUT ACTAS-NOTAS.
           EVALUATE TRUE
               WHEN WS-STATUS-ANO = 00
                   OPEN INPUT SECCIONES
                   IF WS-STATUS-SEC NOT = 00
                       DISPLAY "ERROR AL ABRIR SECCIONES. CODIGO: "
                               WS-STATUS-SEC
                       MOVE 8 TO WS-RC-BATCH
                   ELSE
                       PERFORM 8542-PROCESAR-ACTAS-NOTAS
                       CLOSE SECCIONES
                   END-IF
                   CLOSE ACTAS-NOTAS
               WHEN WS-STATUS-ANO = 35
                   DISPLAY "NO EXISTE ARCHIVO DE NOTAS POR ACTA."
                   MOVE 8 TO WS-RC-BATCH
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR ACTAS_NOTAS. CODIGO: "
                           WS-STATUS-ANO
                   MOVE 8 TO WS-RC-BATCH
           END-EVALUATE.

       8542-PROCESAR-ACTAS-NOTAS.
           OPEN I-O ALUMNOS.
           IF WS-STATUS NOT = 00
               DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: " WS-STATUS
               MOVE 8 TO WS-RC-BATCH
           ELSE
               MOVE ZERO TO WS-NOT-LEIDAS
               IF WS-REINICIAR = 'S' OR WS-REINICIAR = 's'
                   MOVE WS-ULTIMO-ID-PROCESADO TO WS-NOT-SALTAR
                   OPEN EXTEND RECHAZOS-NOTAS
               ELSE
                   MOVE ZERO TO WS-NOT-SALTAR
                   OPEN OUTPUT RECHAZOS-NOTAS
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE SPACES TO RECHAZOS-NOTAS-LINEA
                   STRING
                       "RECHAZOS DE CARGA DE NOTAS POR ACTA - PERIODO "
                                             DELIMITED BY SIZE
                       WS-PERIODO-ACTUAL     DELIMITED BY SIZE
                       " - FECHA "           DELIMITED BY SIZE
                       WS-FECHA-HORA(1:8)    DELIMITED BY SIZE
                       INTO RECHAZOS-NOTAS-LINEA
                   END-STRING
                   WRITE RECHAZOS-NOTAS-LINEA
                   MOVE ALL "=" TO RECHAZOS-NOTAS-LINEA
                   WRITE RECHAZOS-NOTAS-LINEA
               END-IF
               PERFORM UNTIL WS-EOF-ACTAS-NOTAS = 'S'
                 READ ACTAS-NOTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ACTAS-NOTAS
                   NOT AT END
                       ADD 1 TO WS-NOT-LEIDAS
                       IF WS-NOT-LEIDAS > WS-NOT-SALTAR
                           PERFORM 8543-PROCESAR-NOTA-ACTA
                           IF FUNCTION MOD(WS-NOT-LEIDAS,
                                   WS-CHECKPOINT-INTERVALO) = 0
                               PERFORM 9200-GRABAR-CHECKPOINT
                           END-IF
                       END-IF
                 END-READ
               END-PERFORM
               MOVE SPACES TO RECHAZOS-NOTAS-LINEA
               STRING
                   "LINEAS CARGADAS: "   DELIMITED BY SIZE
                   WS-NOT-CARGADAS       DELIMITED BY SIZE
                   "  RECHAZADAS: "      DELIMITED BY SIZE
                   WS-NOT-RECHAZADAS     DELIMITED BY SIZE
                   INTO RECHAZOS-NOTAS-LINEA
               END-STRING
               WRITE RECHAZOS-NOTAS-LINEA
               CLOSE RECHAZOS-NOTAS
               CLOSE ALUMNOS
               PERFORM 9300-LIMPIAR-CHECKPOINT

               DISPLAY "CARGA DE NOTAS POR ACTA FINALIZADA."
               DISPLAY "LINEAS CARGADAS: " WS-NOT-CARGADAS
               DISPLAY "LINEAS RECHAZADAS: " WS-NOT-RECHAZADAS
               DISPLAY "RECHAZOS EN RECHAZOS_NOTAS.TXT"

               MOVE ZERO TO ID-ALUMNO
               MOVE "CARGA-NOTAS" TO WS-ACCION-AUDITORIA
               MOVE SPACES TO WS-DETALLE-AUDITORIA
               STRING
                   "CARGA DE NOTAS POR ACTA, CARGADAS: "
                                       DELIMITED BY SIZE
                   WS-NOT-CARGADAS     DELIMITED BY SIZE
                   ", RECHAZADAS: "    DELIMITED BY SIZE
                   WS-NOT-RECHAZADAS   DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDITORIA
               END-STRING
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.

       8543-PROCESAR-NOTA-ACTA.
           MOVE SPACES TO WS-NOT-MOTIVO.
           PERFORM 8545-VALIDAR-NOTA-ACTA.
           IF WS-NOT-MOTIVO = SPACES
               PERFORM 8547-APLICAR-NOTA-ACTA
           END-IF.
           IF WS-NOT-MOTIVO NOT = SPACES
               PERFORM 8549-RECHAZAR-NOTA-ACTA
           END-IF.

       8545-VALIDAR-NOTA-ACTA.
           IF ANO-MATERIA IS NOT NUMERIC OR
              ANO-DOCENTE IS NOT NUMERIC OR
              ANO-ID IS NOT NUMERIC
               MOVE "DATOS DE IDENTIFICACION INVALIDOS"
                   TO WS-NOT-MOTIVO
           ELSE
           IF ANO-PARCIAL1 IS NOT NUMERIC OR
              ANO-PARCIAL2 IS NOT NUMERIC OR
              ANO-FINAL IS NOT NUMERIC OR
              ANO-PARCIAL1 > 20 OR ANO-PARCIAL2 > 20 OR
              ANO-FINAL > 20
               MOVE "CALIFICACION FUERA DE RANGO 00-20"
                   TO WS-NOT-MOTIVO
           ELSE
               MOVE ANO-MATERIA TO SEC-MATERIA
               MOVE ANO-LETRA TO SEC-LETRA
               READ SECCIONES
                   INVALID KEY
                       MOVE "SECCION NO EXISTE" TO WS-NOT-MOTIVO
                   NOT INVALID KEY
                       IF SEC-DOCENTE NOT = ANO-DOCENTE
                           MOVE "DOCENTE NO ES EL TITULAR DE LA SECCION"
                               TO WS-NOT-MOTIVO
                       END-IF
               END-READ
               IF WS-NOT-MOTIVO = SPACES
                   MOVE ANO-ID TO ID-ALUMNO
                   READ ALUMNOS
                       INVALID KEY
                           MOVE "ALUMNO NO REGISTRADO" TO WS-NOT-MOTIVO
                       NOT INVALID KEY
                           PERFORM 8546-UBICAR-MATERIA-ACTA
                   END-READ
               END-IF
           END-IF
           END-IF.

       8546-UBICAR-MATERIA-ACTA.
           PERFORM 9430-EVALUAR-ACTIVO.
           MOVE ZERO TO WS-NOT-SLOT.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > 10
               IF MATERIA-COD(WS-CONTADOR) = ANO-MATERIA AND
                  MATERIA-SECC(WS-CONTADOR) = ANO-LETRA AND
                  WS-NOT-SLOT = ZERO
                   MOVE WS-CONTADOR TO WS-NOT-SLOT
               END-IF
           END-PERFORM.
           IF WS-ALUMNO-ACTIVO = 'N'
               MOVE "ALUMNO NO ESTA ACTIVO" TO WS-NOT-MOTIVO
           ELSE
               IF WS-NOT-SLOT = ZERO
                   MOVE "ALUMNO NO INSCRITO EN LA SECCION"
                       TO WS-NOT-MOTIVO
               END-IF
           END-IF.

       8547-APLICAR-NOTA-ACTA.
           MOVE ANO-MATERIA TO WS-COD-MATERIA.
           PERFORM 9400-VALIDAR-MATERIA.
           IF WS-MATERIA-OK = 'N'
               MOVE "MATERIA NO CATALOGADA" TO WS-NOT-MOTIVO
           ELSE
               MOVE CALIFICACION(WS-NOT-SLOT) TO WS-NOT-ANTERIOR
               MOVE ANO-PARCIAL1 TO WS-NOTA-PARCIAL1
               MOVE ANO-PARCIAL2 TO WS-NOTA-PARCIAL2
               MOVE ANO-FINAL TO WS-NOTA-FINAL
               PERFORM 2350-CALCULAR-PONDERADA
               MOVE WS-NOTA-PARCIAL1 TO NOTA-PARCIAL1(WS-NOT-SLOT)
               MOVE WS-NOTA-PARCIAL2 TO NOTA-PARCIAL2(WS-NOT-SLOT)
               MOVE WS-NOTA-FINAL TO NOTA-FINAL(WS-NOT-SLOT)
               MOVE WS-NOTA-PONDERADA TO CALIFICACION(WS-NOT-SLOT)
               REWRITE ALUMNO-REGISTRO
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR EL ALUMNO"
                           TO WS-NOT-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WS-NOT-CARGADAS
                       MOVE "NOTA-ACTA" TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-DETALLE-AUDITORIA
                       STRING
                           "ACTA "            DELIMITED BY SIZE
                           ANO-MATERIA        DELIMITED BY SIZE
                           "-"                DELIMITED BY SIZE
                           ANO-LETRA          DELIMITED BY SIZE
                           " DOC "            DELIMITED BY SIZE
                           ANO-DOCENTE        DELIMITED BY SIZE
                           " P1 "             DELIMITED BY SIZE
                           WS-NOTA-PARCIAL1   DELIMITED BY SIZE
                           " P2 "             DELIMITED BY SIZE
                           WS-NOTA-PARCIAL2   DELIMITED BY SIZE
                           " EF "             DELIMITED BY SIZE
                           WS-NOTA-FINAL      DELIMITED BY SIZE
                           ", NOTA "          DELIMITED BY SIZE
                           WS-NOT-ANTERIOR    DELIMITED BY SIZE
                           " A "              DELIMITED BY SIZE
                           WS-NOTA-PONDERADA  DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDITORIA
                       END-STRING
                       PERFORM 9000-REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.

       8549-RECHAZAR-NOTA-ACTA.
           ADD 1 TO WS-NOT-RECHAZADAS.
           MOVE ANO-MATERIA TO WS-RN-MATERIA.
           MOVE ANO-LETRA TO WS-RN-LETRA.
           MOVE ANO-DOCENTE TO WS-RN-DOCENTE.
           MOVE ANO-ID TO WS-RN-ID.
           MOVE ANO-PARCIAL1 TO WS-RN-P1.
           MOVE ANO-PARCIAL2 TO WS-RN-P2.
           MOVE ANO-FINAL TO WS-RN-FINAL.
           MOVE WS-NOT-MOTIVO TO WS-RN-MOTIVO.
           MOVE WS-LIN-RECHAZO-NOTA TO RECHAZOS-NOTAS-LINEA.
           WRITE RECHAZOS-NOTAS-LINEA.

       8600-VERIFICAR-ARCHIVO.
           MOVE ZERO TO WS-VER-USADOS.
           MOVE ZERO TO WS-VER-REGISTROS.
           MOVE ZERO TO WS-VER-ERRORES.
           MOVE ZERO TO WS-VER-ALTAS-TOT.
           MOVE ZERO TO WS-VER-BAJAS-TOT.
           MOVE ZERO TO WS-VER-DISCREPANCIAS.
           MOVE ZERO TO WS-VER-OMITIDOS.

           DISPLAY "ID DEL ALUMNO PARA LA CONSTANCIA: ".
           ACCEPT WS-BUSQUEDA-ID.

           MOVE 'N' TO WS-EGR-ENCONTRADO.
           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   MOVE WS-BUSQUEDA-ID TO ID-ALUMNO
                   READ ALUMNOS
                       INVALID KEY
                           PERFORM 8705-CONSTANCIA-ARCHIVADO
                       NOT INVALID KEY
                           PERFORM 8708-VERIFICAR-Y-EMITIR
                   END-READ
               WHEN WS-STATUS = 35
                   PERFORM 8705-CONSTANCIA-ARCHIVADO
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS

           PERFORM 1000-MENU-OPCIONES.

       8705-CONSTANCIA-ARCHIVADO.
           MOVE WS-BUSQUEDA-ID TO WS-EGR-ID-BUSCA.
           PERFORM 9592-LEER-ARCHIVADO.
           IF WS-EGR-ENCONTRADO = 'S'
               DISPLAY "ALUMNO ARCHIVADO EN EGRESADOS EL " WS-EGR-FECHA
               PERFORM 8708-VERIFICAR-Y-EMITIR
           ELSE
               DISPLAY "ESTUDIANTE NO ENCONTRADO."
           END-IF.

       8708-VERIFICAR-Y-EMITIR.
           MOVE ID-ALUMNO TO WS-RET-ID.
           PERFORM 9560-VERIFICAR-RETENCION.
           IF WS-RETENCION-ACTIVA = 'S'
               DISPLAY "CONSTANCIA NO EMITIDA: ALUMNO "
                       "CON RETENCION FINANCIERA."
               MOVE "CONST-RETEN" TO WS-ACCION-AUDITORIA
               MOVE "CONSTANCIA BLOQUEADA POR RETENCION"
                   TO WS-DETALLE-AUDITORIA
               PERFORM 9000-REGISTRAR-AUDITORIA
           ELSE
               PERFORM 8710-EMITIR-CONSTANCIA
           END-IF.

       8710-EMITIR-CONSTANCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO WS-FECHA-EMISION.
               INTO CONSTANCIA-LINEA
           END-STRING.
           WRITE CONSTANCIA-LINEA.
           IF WS-EGR-ENCONTRADO = 'S'
               MOVE SPACES TO CONSTANCIA-LINEA
               STRING
                   "REGISTRO ARCHIVADO EN EGRESADOS EL: "
                                      DELIMITED BY SIZE
                   WS-EGR-FECHA       DELIMITED BY SIZE
                   INTO CONSTANCIA-LINEA
               END-STRING
               WRITE CONSTANCIA-LINEA
           END-IF.
           MOVE SPACES TO CONSTANCIA-LINEA.
           WRITE CONSTANCIA-LINEA.

           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           PERFORM 8381-ABRIR-SUPLETORIOS.
           MOVE ZERO TO WS-SUMA-NOTAS.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               MOVE MATERIA(WS-CONTADOR) TO WS-CM-NOMBRE
               MOVE CALIFICACION(WS-CONTADOR) TO WS-CM-NOTA
               MOVE CALIFICACION(WS-CONTADOR) TO WS-SUP-NOTA-ORIGINAL
               MOVE MATERIA-COD(WS-CONTADOR) TO WS-COD-MATERIA
               MOVE 'N' TO WS-SUP-ENCONTRADO
               IF MATERIA-COD(WS-CONTADOR) > ZERO AND
                  CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
                   PERFORM 8384-BUSCAR-SUPLETORIO
               END-IF
               PERFORM 8387-NOTA-DEFINITIVA
               IF WS-SUP-ENCONTRADO = 'S'
                   MOVE WS-SUP-NOTA TO WS-CM-SUPLE
               ELSE
                   MOVE "--" TO WS-CM-SUPLE
               END-IF
               MOVE WS-SUP-DEFINITIVA TO WS-CM-DEF
               IF WS-SUP-DEFINITIVA >= WS-NOTA-APROBATORIA
                   MOVE "APROBADO" TO WS-CM-ESTADO
               ELSE
                   MOVE "REPROBADO" TO WS-CM-ESTADO
               END-IF
               MOVE ID-ALUMNO TO WS-ASI-ID
               IF WS-EGR-ENCONTRADO = 'S'
                   PERFORM 9594-ASISTENCIA-ARCHIVADA
               ELSE
                   PERFORM 9480-ASISTENCIA-MATERIA
               END-IF
               IF WS-ASIS-TOTAL > ZERO
                   MOVE WS-ASIS-PORC TO WS-ASIS-EDIT
                   MOVE WS-ASIS-EDIT TO WS-CM-ASIS
               END-IF
               MOVE WS-LIN-CONST-MAT TO CONSTANCIA-LINEA
               WRITE CONSTANCIA-LINEA
               ADD WS-SUP-DEFINITIVA TO WS-SUMA-NOTAS
           END-PERFORM.
           IF WS-SUP-ABIERTO = 'S'
               CLOSE SUPLETORIOS
               MOVE 'N' TO WS-SUP-ABIERTO
           END-IF.

           COMPUTE WS-PROMEDIO = WS-SUMA-NOTAS / WS-NUM-MAT.
           IF WS-PROMEDIO >= WS-NOTA-APROBATORIA
           MOVE SPACE TO WS-HT-MIN-ESTADO.
           MOVE SPACES TO WS-HT-MIN-MOTIVO.
           MOVE SPACE TO WS-HT-CONDICION.
           PERFORM 8738-INICIAR-SUPLE-HIST.
           WRITE RESPALDO-REGISTRO FROM WS-HIST-TRABAJO.
           ADD 1 TO WS-CONV-HIST.

           MOVE 30 TO WS-MT-PESO-PARCIAL1.
           MOVE 30 TO WS-MT-PESO-PARCIAL2.
           MOVE 40 TO WS-MT-PESO-FINAL.
           MOVE ZEROS TO WS-MT-PRERREQUISITOS.
           MOVE ZERO TO WS-MT-CREDITOS.
           MOVE 'O' TO WS-MT-TIPO.
           WRITE RESPALDO-REGISTRO FROM WS-MAT-TRABAJO.

       8731-RECARGAR-CATALOGO.
                           MOVE WS-MT-PESO-PARCIAL2
                               TO MAT-PESO-PARCIAL2
                           MOVE WS-MT-PESO-FINAL TO MAT-PESO-FINAL
                           MOVE WS-MT-PRERREQUISITOS
                               TO MAT-PRERREQUISITOS
                           MOVE WS-MT-CREDITOS TO MAT-CREDITOS
                           MOVE WS-MT-TIPO TO MAT-TIPO
                           WRITE MATERIA-REGISTRO
                               INVALID KEY
                                   DISPLAY "RECHAZADO EN RECARGA DE "
               END-IF
           END-IF.

       8735-CONVERTIR-FORMATO-SUPLE.
           DISPLAY "CONVIERTE HISTORICO.DAT AL FORMATO CON NOTA "
                   "ORIGINAL Y NOTA DE SUPLETORIO.".
           DISPLAY "CONVIERTE SECCIONES.DAT AL FORMATO CON DIA, "
                   "BLOQUE Y AULA.".
           DISPLAY "CONVIERTE MATERIAS.DAT AL FORMATO CON "
                   "PRERREQUISITOS, CREDITOS Y TIPO.".
           DISPLAY "CONFIRMA ? S / N".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 'S' AND WS-OPCION NOT = 's'
               DISPLAY "CONVERSION CANCELADA."
           ELSE
               PERFORM 8736-CONVERTIR-HISTORICO-SUPLE
               PERFORM 8740-CONVERTIR-SECCIONES-HOR
               PERFORM 8744-CONVERTIR-CATALOGO-PRE
               PERFORM 8746-CONVERTIR-CATALOGO-CRED
               MOVE ZERO TO ID-ALUMNO
               MOVE "CONVERSION" TO WS-ACCION-AUDITORIA
               MOVE SPACES TO WS-DETALLE-AUDITORIA
               STRING
                   "CONVERSION VIGENTE, HISTORICO: "
                                          DELIMITED BY SIZE
                   WS-CONV-HIST           DELIMITED BY SIZE
                   " SECCIONES: "         DELIMITED BY SIZE
                   WS-CONV-SEC            DELIMITED BY SIZE
                   " MATERIAS: "          DELIMITED BY SIZE
                   WS-CONV-MAT            DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDITORIA
               END-STRING
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.
           PERFORM 1000-MENU-OPCIONES.

       8736-CONVERTIR-HISTORICO-SUPLE.
           MOVE ZERO TO WS-CONV-HIST.
           MOVE 'N' TO WS-EOF-HISTORICO.
           OPEN INPUT HISTORICO-V3.
           EVALUATE TRUE
               WHEN WS-STATUS-HV3 = 00
                   OPEN OUTPUT RESPALDO
                   IF WS-STATUS-RSP NOT = 00
                       DISPLAY "ERROR AL CREAR RESPALDO. CODIGO: "
                               WS-STATUS-RSP
                       CLOSE HISTORICO-V3
                   ELSE
                       PERFORM UNTIL WS-EOF-HISTORICO = 'S'
                         READ HISTORICO-V3 NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-HISTORICO
                           NOT AT END PERFORM 8737-MAPEAR-HIST-V3
                         END-READ
                       END-PERFORM
                       CLOSE RESPALDO
                       CLOSE HISTORICO-V3
                       PERFORM 8728-RECARGAR-HISTORICO
                   END-IF
               WHEN WS-STATUS-HV3 = 35
                   DISPLAY "NO EXISTE HISTORIA DE PERIODOS. "
                           "NO SE CONVIERTE."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR HISTORICO ANTERIOR. "
                           "CODIGO: " WS-STATUS-HV3
                   DISPLAY "SI EL HISTORICO YA TIENE NOTAS DE "
                           "SUPLETORIO NO NECESITA CONVERSION."
           END-EVALUATE.

       8737-MAPEAR-HIST-V3.
           MOVE HISTORICO-REG-V3 TO WS-HIST-TRABAJO.
           PERFORM 8738-INICIAR-SUPLE-HIST.
           WRITE RESPALDO-REGISTRO FROM WS-HIST-TRABAJO.
           ADD 1 TO WS-CONV-HIST.

       8738-INICIAR-SUPLE-HIST.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > 10
               MOVE WS-HT-CALIFICACION(WS-CONTADOR)
                   TO WS-HT-NOTA-ORIGINAL(WS-CONTADOR)
               MOVE ZERO TO WS-HT-NOTA-SUPLE(WS-CONTADOR)
               MOVE SPACE TO WS-HT-SUPLE-ESTADO(WS-CONTADOR)
           END-PERFORM.

       8740-CONVERTIR-SECCIONES-HOR.
           MOVE ZERO TO WS-CONV-SEC.
           MOVE 'N' TO WS-EOF-SECCIONES.
           OPEN INPUT SECCIONES-V3.
           EVALUATE TRUE
               WHEN WS-STATUS-SV3 = 00
                   OPEN OUTPUT RESPALDO
                   IF WS-STATUS-RSP NOT = 00
                       DISPLAY "ERROR AL CREAR RESPALDO. CODIGO: "
                               WS-STATUS-RSP
                       CLOSE SECCIONES-V3
                   ELSE
                       PERFORM UNTIL WS-EOF-SECCIONES = 'S'
                         READ SECCIONES-V3 NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-SECCIONES
                           NOT AT END PERFORM 8741-MAPEAR-SECCION-V3
                         END-READ
                       END-PERFORM
                       CLOSE RESPALDO
                       CLOSE SECCIONES-V3
                       PERFORM 8742-RECARGAR-SECCIONES
                   END-IF
               WHEN WS-STATUS-SV3 = 35
                   DISPLAY "NO EXISTEN SECCIONES REGISTRADAS. "
                           "NO SE CONVIERTE."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SECCIONES ANTERIOR. "
                           "CODIGO: " WS-STATUS-SV3
                   DISPLAY "SI LAS SECCIONES YA TIENEN HORARIO "
                           "NO NECESITAN CONVERSION."
           END-EVALUATE.

       8741-MAPEAR-SECCION-V3.
           MOVE SECCION-REG-V3 TO WS-ST-DATOS.
           PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                     UNTIL WS-IDX-SES > 6
               MOVE ZERO TO WS-ST-DIA(WS-IDX-SES)
               MOVE ZERO TO WS-ST-BLOQUE(WS-IDX-SES)
               MOVE SPACES TO WS-ST-AULA(WS-IDX-SES)
           END-PERFORM.
           WRITE RESPALDO-REGISTRO FROM WS-SEC-TRABAJO.

       8742-RECARGAR-SECCIONES.
           MOVE 'N' TO WS-EOF-SECCIONES.
           OPEN INPUT RESPALDO.
           IF WS-STATUS-RSP NOT = 00
               DISPLAY "ERROR AL LEER RESPALDO. CODIGO: "
                       WS-STATUS-RSP
               DISPLAY "LAS SECCIONES NO FUERON TOCADAS."
           ELSE
               OPEN OUTPUT SECCIONES
               IF WS-STATUS-SEC NOT = 00
                   DISPLAY "ERROR AL RECREAR SECCIONES. CODIGO: "
                           WS-STATUS-SEC
                   CLOSE RESPALDO
               ELSE
                   PERFORM UNTIL WS-EOF-SECCIONES = 'S'
                     READ RESPALDO
                       AT END MOVE 'S' TO WS-EOF-SECCIONES
                       NOT AT END
                           MOVE RESPALDO-REGISTRO TO WS-SEC-TRABAJO
                           MOVE WS-SEC-TRABAJO TO SECCION-REGISTRO
                           WRITE SECCION-REGISTRO
                               INVALID KEY
                                   DISPLAY "RECHAZADO EN RECARGA DE "
                                           "SECCIONES, CLAVE: "
                                           SEC-CLAVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONV-SEC
                           END-WRITE
                     END-READ
                   END-PERFORM
                   CLOSE RESPALDO
                   CLOSE SECCIONES
                   DISPLAY "SECCIONES CONVERTIDAS: " WS-CONV-SEC
                   DISPLAY "REGISTRE EL HORARIO DE CADA SECCION EN "
                           "MANTENIMIENTO DE SECCIONES."
               END-IF
           END-IF.

       8744-CONVERTIR-CATALOGO-PRE.
           MOVE ZERO TO WS-CONV-MAT.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-V3.
           EVALUATE TRUE
               WHEN WS-STATUS-CV3 = 00
                   OPEN OUTPUT RESPALDO
                   IF WS-STATUS-RSP NOT = 00
                       DISPLAY "ERROR AL CREAR RESPALDO. CODIGO: "
                               WS-STATUS-RSP
                       CLOSE CATALOGO-V3
                   ELSE
                       PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                         READ CATALOGO-V3 NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-CATALOGO
                           NOT AT END PERFORM 8745-MAPEAR-MATERIA-V3
                         END-READ
                       END-PERFORM
                       CLOSE RESPALDO
                       CLOSE CATALOGO-V3
                       PERFORM 8731-RECARGAR-CATALOGO
                   END-IF
               WHEN WS-STATUS-CV3 = 35
                   DISPLAY "NO EXISTE CATALOGO DE MATERIAS. "
                           "NO SE CONVIERTE."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CATALOGO ANTERIOR. "
                           "CODIGO: " WS-STATUS-CV3
                   DISPLAY "SI EL CATALOGO YA TIENE PRERREQUISITOS "
                           "NO NECESITA CONVERSION."
           END-EVALUATE.

       8745-MAPEAR-MATERIA-V3.
           MOVE MAT-CODIGO-V3 TO WS-MT-CODIGO.
           MOVE MAT-NOMBRE-V3 TO WS-MT-NOMBRE.
           MOVE MAT-PESO-PARCIAL1-V3 TO WS-MT-PESO-PARCIAL1.
           MOVE MAT-PESO-PARCIAL2-V3 TO WS-MT-PESO-PARCIAL2.
           MOVE MAT-PESO-FINAL-V3 TO WS-MT-PESO-FINAL.
           MOVE ZEROS TO WS-MT-PRERREQUISITOS.
           MOVE ZERO TO WS-MT-CREDITOS.
           MOVE 'O' TO WS-MT-TIPO.
           WRITE RESPALDO-REGISTRO FROM WS-MAT-TRABAJO.

       8746-CONVERTIR-CATALOGO-CRED.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-V4.
           EVALUATE TRUE
               WHEN WS-STATUS-CV4 = 00
                   OPEN OUTPUT RESPALDO
                   IF WS-STATUS-RSP NOT = 00
                       DISPLAY "ERROR AL CREAR RESPALDO. CODIGO: "
                               WS-STATUS-RSP
                       CLOSE CATALOGO-V4
                   ELSE
                       PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                         READ CATALOGO-V4 NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-CATALOGO
                           NOT AT END PERFORM 8747-MAPEAR-MATERIA-V4
                         END-READ
                       END-PERFORM
                       CLOSE RESPALDO
                       CLOSE CATALOGO-V4
                       PERFORM 8731-RECARGAR-CATALOGO
                   END-IF
               WHEN WS-STATUS-CV4 = 35
                   DISPLAY "NO EXISTE CATALOGO DE MATERIAS. "
                           "NO SE CONVIERTE."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CATALOGO ANTERIOR. "
                           "CODIGO: " WS-STATUS-CV4
                   DISPLAY "SI EL CATALOGO YA TIENE CREDITOS "
                           "NO NECESITA CONVERSION."
           END-EVALUATE.

       8747-MAPEAR-MATERIA-V4.
           MOVE MAT-CODIGO-V4 TO WS-MT-CODIGO.
           MOVE MAT-NOMBRE-V4 TO WS-MT-NOMBRE.
           MOVE MAT-PESO-PARCIAL1-V4 TO WS-MT-PESO-PARCIAL1.
           MOVE MAT-PESO-PARCIAL2-V4 TO WS-MT-PESO-PARCIAL2.
           MOVE MAT-PESO-FINAL-V4 TO WS-MT-PESO-FINAL.
           MOVE MAT-PRERREQUISITOS-V4 TO WS-MT-PRERREQUISITOS.
           MOVE ZERO TO WS-MT-CREDITOS.
           MOVE 'O' TO WS-MT-TIPO.
           WRITE RESPALDO-REGISTRO FROM WS-MAT-TRABAJO.

       8750-ACTAS-POR-SECCION.
           MOVE 'N' TO WS-EOF-SECCIONES.
           OPEN INPUT SECCIONES.
           EVALUATE TRUE
               WHEN WS-STATUS-SEC = 00
                   OPEN OUTPUT ACTAS
                   PERFORM UNTIL WS-EOF-SECCIONES = 'S'
                     READ SECCIONES NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-SECCIONES
                       NOT AT END PERFORM 8755-ACTA-DE-SECCION
                     END-READ
                   END-PERFORM
                   CLOSE ACTAS
                   CLOSE SECCIONES
                   DISPLAY "ACTAS GENERADAS EN ACTAS.TXT"
               WHEN WS-STATUS-SEC = 35
                   DISPLAY "NO EXISTEN SECCIONES REGISTRADAS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SECCIONES. CODIGO: "
                           WS-STATUS-SEC
           END-EVALUATE.
           IF WS-MODO-BATCH = 'N'
               PERFORM 1000-MENU-OPCIONES
           END-IF.

       8755-ACTA-DE-SECCION.
           MOVE SEC-MATERIA TO WS-COD-MATERIA.
           PERFORM 9400-VALIDAR-MATERIA.
           MOVE SEC-DOCENTE TO WS-DOC-ID.
           PERFORM 9460-VALIDAR-DOCENTE.

           MOVE ALL "=" TO ACTAS-LINEA.
           WRITE ACTAS-LINEA.
               END-IF
           END-PERFORM.

       8760-HORARIOS-SEMANALES.
           DISPLAY "HORARIO SEMANAL: E-ESTUDIANTE  D-DOCENTE  A-AULA".
           ACCEPT WS-HOR-TIPO.
           MOVE SPACES TO WS-HOR-GRILLA.
           MOVE SPACES TO WS-HOR-TITULO.
           MOVE SPACES TO WS-HOR-AULA.
           MOVE ZERO TO WS-HOR-SESIONES.
           EVALUATE WS-HOR-TIPO
               WHEN 'E' WHEN 'e'
                   PERFORM 8762-HORARIO-ALUMNO
               WHEN 'D' WHEN 'd'
                   PERFORM 8764-HORARIO-DOCENTE
               WHEN 'A' WHEN 'a'
                   PERFORM 8766-HORARIO-AULA
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
           IF WS-HOR-TITULO NOT = SPACES
               PERFORM 8769-IMPRIMIR-HORARIO
           END-IF.
           PERFORM 1000-MENU-OPCIONES.

       8762-HORARIO-ALUMNO.
           DISPLAY "ID DEL ALUMNO: ".
           ACCEPT WS-ASI-ID.
           PERFORM 9410-VALIDAR-ALUMNO.
           IF WS-ALUMNO-OK = 'N'
               DISPLAY "ESTUDIANTE NO ENCONTRADO."
           ELSE
               OPEN INPUT SECCIONES
               IF WS-STATUS-SEC NOT = 00
                   DISPLAY "ERROR AL ABRIR SECCIONES. CODIGO: "
                           WS-STATUS-SEC
               ELSE
                   STRING
                       "HORARIO DEL ALUMNO " DELIMITED BY SIZE
                       ID-ALUMNO             DELIMITED BY SIZE
                       " - "                 DELIMITED BY SIZE
                       NOMBRE-ALUMNO         DELIMITED BY SIZE
                       INTO WS-HOR-TITULO
                   END-STRING
                   PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                             UNTIL WS-CONTADOR > 10
                       IF MATERIA-COD(WS-CONTADOR) > ZERO AND
                          MATERIA-SECC(WS-CONTADOR) NOT = SPACE
                           MOVE MATERIA-COD(WS-CONTADOR)
                               TO SEC-MATERIA
                           MOVE MATERIA-SECC(WS-CONTADOR)
                               TO SEC-LETRA
                           READ SECCIONES
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   PERFORM 8768-UBICAR-SESIONES
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE SECCIONES
               END-IF
           END-IF.

       8764-HORARIO-DOCENTE.
           DISPLAY "ID DEL DOCENTE: ".
           ACCEPT WS-DOC-ID.
           PERFORM 9460-VALIDAR-DOCENTE.
           IF WS-DOCENTE-OK = 'N'
               DISPLAY "DOCENTE NO REGISTRADO."
           ELSE
               STRING
                   "HORARIO DEL DOCENTE " DELIMITED BY SIZE
                   WS-DOC-ID              DELIMITED BY SIZE
                   " - "                  DELIMITED BY SIZE
                   WS-DOC-NOMBRE          DELIMITED BY SIZE
                   INTO WS-HOR-TITULO
               END-STRING
               PERFORM 8767-RECORRER-SECCIONES
           END-IF.

       8766-HORARIO-AULA.
           DISPLAY "AULA: ".
           ACCEPT WS-HOR-AULA.
           IF WS-HOR-AULA = SPACES
               DISPLAY "AULA NO INDICADA."
           ELSE
               STRING
                   "HORARIO DEL AULA " DELIMITED BY SIZE
                   WS-HOR-AULA         DELIMITED BY SIZE
                   INTO WS-HOR-TITULO
               END-STRING
               PERFORM 8767-RECORRER-SECCIONES
           END-IF.

       8767-RECORRER-SECCIONES.
           MOVE 'N' TO WS-EOF-SECCIONES.
           OPEN INPUT SECCIONES.
           EVALUATE TRUE
               WHEN WS-STATUS-SEC = 00
                   PERFORM UNTIL WS-EOF-SECCIONES = 'S'
                     READ SECCIONES NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-SECCIONES
                       NOT AT END
                           IF WS-HOR-AULA NOT = SPACES OR
                              SEC-DOCENTE = WS-DOC-ID
                               PERFORM 8768-UBICAR-SESIONES
                           END-IF
                     END-READ
                   END-PERFORM
                   CLOSE SECCIONES
               WHEN WS-STATUS-SEC = 35
                   DISPLAY "NO EXISTEN SECCIONES REGISTRADAS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SECCIONES. CODIGO: "
                           WS-STATUS-SEC
           END-EVALUATE.

       8768-UBICAR-SESIONES.
           PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                     UNTIL WS-IDX-SES > 6
               MOVE SEC-DIA(WS-IDX-SES) TO WS-HOR-DIA
               MOVE SEC-BLOQUE(WS-IDX-SES) TO WS-HOR-BLOQUE
               IF WS-HOR-DIA >= 1 AND WS-HOR-DIA <= 6 AND
                  WS-HOR-BLOQUE >= 1 AND WS-HOR-BLOQUE <= 12 AND
                  (WS-HOR-AULA = SPACES OR
                   WS-HOR-AULA = SEC-AULA(WS-IDX-SES))
                   MOVE SEC-MATERIA TO WS-HC-MATERIA
                   MOVE SEC-LETRA TO WS-HC-LETRA
                   IF WS-HOR-AULA = SPACES
                       MOVE SEC-AULA(WS-IDX-SES) TO WS-HC-LUGAR
                   ELSE
                       MOVE SPACES TO WS-HC-LUGAR
                       STRING
                           "D"         DELIMITED BY SIZE
                           SEC-DOCENTE DELIMITED BY SIZE
                           INTO WS-HC-LUGAR
                       END-STRING
                   END-IF
                   IF WS-HG-CELDA(WS-HOR-BLOQUE, WS-HOR-DIA) = SPACES
                       MOVE WS-HOR-CELDA
                           TO WS-HG-CELDA(WS-HOR-BLOQUE, WS-HOR-DIA)
                   ELSE
                       MOVE "** CHOQUE **"
                           TO WS-HG-CELDA(WS-HOR-BLOQUE, WS-HOR-DIA)
                   END-IF
                   ADD 1 TO WS-HOR-SESIONES
               END-IF
           END-PERFORM.

       8769-IMPRIMIR-HORARIO.
           OPEN OUTPUT HORARIOS.
           MOVE ALL "=" TO HORARIOS-LINEA.
           WRITE HORARIOS-LINEA.
           MOVE WS-HOR-TITULO TO HORARIOS-LINEA.
           WRITE HORARIOS-LINEA.
           MOVE SPACES TO HORARIOS-LINEA.
           STRING
               "PERIODO: "       DELIMITED BY SIZE
               WS-PERIODO-ACTUAL DELIMITED BY SIZE
               INTO HORARIOS-LINEA
           END-STRING.
           WRITE HORARIOS-LINEA.
           MOVE ALL "=" TO HORARIOS-LINEA.
           WRITE HORARIOS-LINEA.
           MOVE WS-LIN-HOR-CAB TO HORARIOS-LINEA.
           WRITE HORARIOS-LINEA.
           MOVE ALL "-" TO HORARIOS-LINEA.
           WRITE HORARIOS-LINEA.
           PERFORM VARYING WS-HOR-BLOQUE FROM 1 BY 1
                     UNTIL WS-HOR-BLOQUE > 12
               MOVE SPACES TO WS-LIN-HORARIO
               MOVE WS-HOR-BLOQUE TO WS-LH-BLOQUE
               PERFORM VARYING WS-HOR-DIA FROM 1 BY 1
                         UNTIL WS-HOR-DIA > 6
                   MOVE WS-HG-CELDA(WS-HOR-BLOQUE, WS-HOR-DIA)
                       TO WS-LH-CELDA(WS-HOR-DIA)
               END-PERFORM
               MOVE WS-LIN-HORARIO TO HORARIOS-LINEA
               WRITE HORARIOS-LINEA
           END-PERFORM.
           MOVE ALL "-" TO HORARIOS-LINEA.
           WRITE HORARIOS-LINEA.
           MOVE SPACES TO HORARIOS-LINEA.
           STRING
               "TOTAL DE SESIONES SEMANALES: " DELIMITED BY SIZE
               WS-HOR-SESIONES                 DELIMITED BY SIZE
               INTO HORARIOS-LINEA
           END-STRING.
           WRITE HORARIOS-LINEA.
           CLOSE HORARIOS.
           DISPLAY "HORARIO GENERADO EN HORARIO.TXT".

       8770-REPORTE-PRERREQUISITOS.
           MOVE ZERO TO WS-PRE-VIOLACIONES.
           MOVE 'N' TO WS-EOF-ALUMNOS.
           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   OPEN OUTPUT LISTA-PRERREQ
                   MOVE SPACES TO LISTA-PRERREQ-LINEA
                   STRING
                       "INSCRIPCIONES SIN PRERREQUISITO APROBADO - "
                                         DELIMITED BY SIZE
                       "PERIODO "        DELIMITED BY SIZE
                       WS-PERIODO-ACTUAL DELIMITED BY SIZE
                       INTO LISTA-PRERREQ-LINEA
                   END-STRING
                   WRITE LISTA-PRERREQ-LINEA
                   MOVE ALL "=" TO LISTA-PRERREQ-LINEA
                   WRITE LISTA-PRERREQ-LINEA
                   PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                     READ ALUMNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ALUMNOS
                       NOT AT END PERFORM 8775-PRERREQ-ALUMNO
                     END-READ
                   END-PERFORM
                   IF WS-PRE-VIOLACIONES = ZERO
                       MOVE "   NO HAY INSCRIPCIONES QUE INCUMPLAN "
                           TO LISTA-PRERREQ-LINEA
                       WRITE LISTA-PRERREQ-LINEA
                   END-IF
                   MOVE SPACES TO LISTA-PRERREQ-LINEA
                   STRING
                       "TOTAL DE PRERREQUISITOS FALTANTES: "
                                          DELIMITED BY SIZE
                       WS-PRE-VIOLACIONES DELIMITED BY SIZE
                       INTO LISTA-PRERREQ-LINEA
                   END-STRING
                   WRITE LISTA-PRERREQ-LINEA
                   CLOSE LISTA-PRERREQ
                   DISPLAY "REPORTE GENERADO EN PRERREQUISITOS.TXT"
                   DISPLAY "PRERREQUISITOS FALTANTES: "
                           WS-PRE-VIOLACIONES
               WHEN WS-STATUS = 35
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               WHEN OTHER
                           WS-STATUS
           END-EVALUATE.
           CLOSE ALUMNOS.
           PERFORM 1000-MENU-OPCIONES.

       8775-PRERREQ-ALUMNO.
           PERFORM 9430-EVALUAR-ACTIVO.
           IF WS-ALUMNO-ACTIVO = 'S'
               MOVE ID-ALUMNO TO WS-PRE-ID
               PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                         UNTIL WS-CONTADOR > 10
                   IF MATERIA-COD(WS-CONTADOR) > ZERO
                       MOVE MATERIA-COD(WS-CONTADOR) TO WS-COD-MATERIA
                       PERFORM 9400-VALIDAR-MATERIA
                       PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                                 UNTIL WS-IDX-PRE > 3
                           IF WS-MAT-PRERREQ(WS-IDX-PRE) > ZERO
                               MOVE WS-MAT-PRERREQ(WS-IDX-PRE)
                                   TO WS-PRE-COD
                               PERFORM 9492-BUSCAR-APROBACION
                               IF WS-PRE-APROBADA = 'N'
                                   ADD 1 TO WS-PRE-VIOLACIONES
                                   MOVE ID-ALUMNO TO WS-LP-ID
                                   MOVE NOMBRE-ALUMNO TO WS-LP-NOMBRE
                                   MOVE WS-COD-MATERIA TO WS-LP-MATERIA
                                   MOVE MATERIA-SECC(WS-CONTADOR)
                                       TO WS-LP-SECC
                                   MOVE MATERIA(WS-CONTADOR)
                                       TO WS-LP-MAT-NOM
                                   MOVE WS-PRE-COD TO WS-LP-PRERREQ
                                   MOVE WS-LIN-PRERREQ
                                       TO LISTA-PRERREQ-LINEA
                                   WRITE LISTA-PRERREQ-LINEA
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       8780-AUDITORIA-GRADUACION.
           MOVE 'N' TO WS-GRD-MARCAR.
           PERFORM 8781-EJECUTAR-AUDITORIA-GRADO.
           IF WS-GRD-CATALOGO-OK = 'S'
               DISPLAY "ALUMNOS AUDITADOS: " WS-GRD-AUDITADOS
               DISPLAY "ELEGIBLES PARA GRADUACION: " WS-GRD-ELEGIBLES
               DISPLAY "CON FALTANTES: " WS-GRD-PENDIENTES
               DISPLAY "LISTADOS EN GRADUABLES.TXT Y "
                       "FALTANTES_GRADO.TXT"
               IF WS-GRD-ELEGIBLES > ZERO AND WS-OPERADOR-ROL = 'S'
                   DISPLAY "MARCAR A LOS ELEGIBLES COMO GRADUADOS ? "
                           "S / N"
                   ACCEPT WS-OPCION
                   IF WS-OPCION = 'S' OR WS-OPCION = 's'
                       PERFORM 8788-GRADUAR-ELEGIBLES
                       DISPLAY "ALUMNOS GRADUADOS: " WS-GRD-GRADUADOS
                   END-IF
               END-IF
           END-IF.
           PERFORM 1000-MENU-OPCIONES.

       8781-EJECUTAR-AUDITORIA-GRADO.
           MOVE ZERO TO WS-GRD-AUDITADOS.
           MOVE ZERO TO WS-GRD-ELEGIBLES.
           MOVE ZERO TO WS-GRD-PENDIENTES.
           MOVE ZERO TO WS-GRD-GRADUADOS.
           PERFORM 8782-CARGAR-CATALOGO-GRADO.
           IF WS-GRD-CATALOGO-OK = 'S'
               MOVE 'N' TO WS-EOF-ALUMNOS
               IF WS-GRD-MARCAR = 'S'
                   OPEN I-O ALUMNOS
               ELSE
                   OPEN INPUT ALUMNOS
               END-IF
               EVALUATE TRUE
                   WHEN WS-STATUS = 00
                       OPEN OUTPUT LISTA-GRADUABLES
                       OPEN OUTPUT LISTA-FALTANTES
                       MOVE SPACES TO LISTA-GRADUABLES-LINEA
                       STRING
                           "ALUMNOS ELEGIBLES PARA GRADUACION - "
                                             DELIMITED BY SIZE
                           "CREDITOS REQUERIDOS: "
                                             DELIMITED BY SIZE
                           WS-CREDITOS-GRADO DELIMITED BY SIZE
                           INTO LISTA-GRADUABLES-LINEA
                       END-STRING
                       WRITE LISTA-GRADUABLES-LINEA
                       MOVE ALL "=" TO LISTA-GRADUABLES-LINEA
                       WRITE LISTA-GRADUABLES-LINEA
                       MOVE SPACES TO LISTA-FALTANTES-LINEA
                       STRING
                           "FALTANTES PARA GRADUACION - "
                                             DELIMITED BY SIZE
                           "CREDITOS REQUERIDOS: "
                                             DELIMITED BY SIZE
                           WS-CREDITOS-GRADO DELIMITED BY SIZE
                           INTO LISTA-FALTANTES-LINEA
                       END-STRING
                       WRITE LISTA-FALTANTES-LINEA
                       MOVE ALL "=" TO LISTA-FALTANTES-LINEA
                       WRITE LISTA-FALTANTES-LINEA
                       PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                         READ ALUMNOS NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-ALUMNOS
                           NOT AT END PERFORM 8783-AUDITAR-ALUMNO-GRADO
                         END-READ
                       END-PERFORM
                       MOVE SPACES TO LISTA-GRADUABLES-LINEA
                       STRING
                           "TOTAL ELEGIBLES: " DELIMITED BY SIZE
                           WS-GRD-ELEGIBLES    DELIMITED BY SIZE
                           "   GRADUADOS: "    DELIMITED BY SIZE
                           WS-GRD-GRADUADOS    DELIMITED BY SIZE
                           INTO LISTA-GRADUABLES-LINEA
                       END-STRING
                       WRITE LISTA-GRADUABLES-LINEA
                       MOVE SPACES TO LISTA-FALTANTES-LINEA
                       STRING
                           "TOTAL CON FALTANTES: " DELIMITED BY SIZE
                           WS-GRD-PENDIENTES       DELIMITED BY SIZE
                           INTO LISTA-FALTANTES-LINEA
                       END-STRING
                       WRITE LISTA-FALTANTES-LINEA
                       CLOSE LISTA-GRADUABLES
                       CLOSE LISTA-FALTANTES
                       CLOSE ALUMNOS
                       MOVE ZERO TO ID-ALUMNO
                       MOVE "AUDIT-GRADO" TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-DETALLE-AUDITORIA
                       STRING
                           "AUDITADOS: "       DELIMITED BY SIZE
                           WS-GRD-AUDITADOS    DELIMITED BY SIZE
                           " ELEGIBLES: "      DELIMITED BY SIZE
                           WS-GRD-ELEGIBLES    DELIMITED BY SIZE
                           " CON FALTANTES: "  DELIMITED BY SIZE
                           WS-GRD-PENDIENTES   DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDITORIA
                       END-STRING
                       PERFORM 9000-REGISTRAR-AUDITORIA
                   WHEN WS-STATUS = 35
                       DISPLAY "NO HAY ALUMNOS REGISTRADOS."
                   WHEN OTHER
                       DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                               WS-STATUS
                       CLOSE ALUMNOS
               END-EVALUATE
           END-IF.

       8782-CARGAR-CATALOGO-GRADO.
           MOVE 'N' TO WS-GRD-CATALOGO-OK.
           MOVE 'N' TO WS-EOF-CATALOGO.
           PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                     UNTIL WS-IDX-GRD > 999
               MOVE SPACES TO WS-GC-NOMBRE(WS-IDX-GRD)
               MOVE ZERO TO WS-GC-CREDITOS(WS-IDX-GRD)
               MOVE SPACE TO WS-GC-TIPO(WS-IDX-GRD)
           END-PERFORM.
           OPEN INPUT CATALOGO.
           EVALUATE TRUE
               WHEN WS-STATUS-MAT = 00
                   MOVE 'S' TO WS-GRD-CATALOGO-OK
                   PERFORM UNTIL WS-EOF-CATALOGO = 'S'
                     READ CATALOGO NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-CATALOGO
                       NOT AT END
                           IF MAT-CODIGO > ZERO
                               MOVE MAT-NOMBRE
                                   TO WS-GC-NOMBRE(MAT-CODIGO)
                               IF MAT-CREDITOS IS NUMERIC
                                   MOVE MAT-CREDITOS
                                       TO WS-GC-CREDITOS(MAT-CODIGO)
                               END-IF
                               IF MAT-TIPO = 'E'
                                   MOVE 'E' TO WS-GC-TIPO(MAT-CODIGO)
                               ELSE
                                   MOVE 'O' TO WS-GC-TIPO(MAT-CODIGO)
                               END-IF
                           END-IF
                     END-READ
                   END-PERFORM
                   CLOSE CATALOGO
               WHEN WS-STATUS-MAT = 35
                   DISPLAY "NO EXISTE CATALOGO DE MATERIAS. "
                           "NO SE PUEDE AUDITAR LA GRADUACION."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CATALOGO. CODIGO: "
                           WS-STATUS-MAT
           END-EVALUATE.

       8783-AUDITAR-ALUMNO-GRADO.
           PERFORM 9430-EVALUAR-ACTIVO.
           IF WS-ALUMNO-ACTIVO = 'S'
               ADD 1 TO WS-GRD-AUDITADOS
               PERFORM 8784-CALCULAR-AVANCE-GRADO
               MOVE ID-ALUMNO TO WS-LG-ID
               MOVE NOMBRE-ALUMNO TO WS-LG-NOMBRE
               MOVE WS-GRD-CREDITOS TO WS-LG-CREDITOS
               MOVE WS-GRD-PROMEDIO TO WS-LG-PROMEDIO
               MOVE SPACES TO WS-LG-MARCA
               IF WS-GRD-ELEGIBLE = 'S'
                   ADD 1 TO WS-GRD-ELEGIBLES
                   IF WS-GRD-MARCAR = 'S'
                       PERFORM 5150-GUARDAR-SECCIONES-ANT
                       MOVE 'G' TO WS-ESTATUS-NUEVO
                       PERFORM 5200-CAMBIAR-ESTATUS
                       IF WS-STATUS = 00
                           PERFORM 5160-LIBERAR-SECCIONES-ANT
                           ADD 1 TO WS-GRD-GRADUADOS
                           MOVE "GRADUADO" TO WS-LG-MARCA
                       END-IF
                   END-IF
                   MOVE WS-LIN-GRADO TO LISTA-GRADUABLES-LINEA
                   WRITE LISTA-GRADUABLES-LINEA
               ELSE
                   ADD 1 TO WS-GRD-PENDIENTES
                   MOVE WS-LIN-GRADO TO LISTA-FALTANTES-LINEA
                   WRITE LISTA-FALTANTES-LINEA
                   IF WS-GRD-FALTAN-CRED > ZERO
                       MOVE SPACES TO LISTA-FALTANTES-LINEA
                       STRING
                           "       CREDITOS FALTANTES: "
                                              DELIMITED BY SIZE
                           WS-GRD-FALTAN-CRED DELIMITED BY SIZE
                           INTO LISTA-FALTANTES-LINEA
                       END-STRING
                       WRITE LISTA-FALTANTES-LINEA
                   END-IF
                   PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                             UNTIL WS-IDX-GRD > 999
                       IF WS-GC-TIPO(WS-IDX-GRD) = 'O' AND
                          WS-GA-MARCA(WS-IDX-GRD) NOT = 'S'
                           MOVE "MATERIA OBLIGATORIA PENDIENTE:"
                               TO WS-LF-TEXTO
                           MOVE WS-IDX-GRD TO WS-LF-COD
                           MOVE WS-GC-NOMBRE(WS-IDX-GRD)
                               TO WS-LF-NOMBRE
                           MOVE WS-LIN-GRADO-FALTA
                               TO LISTA-FALTANTES-LINEA
                           WRITE LISTA-FALTANTES-LINEA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       8784-CALCULAR-AVANCE-GRADO.
           MOVE SPACES TO WS-GRD-APROBADAS.
           MOVE ZERO TO WS-GRD-CREDITOS.
           MOVE ZERO TO WS-GRD-SUMA-CRED.
           MOVE ZERO TO WS-GRD-SUMA-POND.
           MOVE ZERO TO WS-GRD-PROMEDIO.
           MOVE ZERO TO WS-GRD-FALTAN-OBL.
           MOVE ZERO TO WS-GRD-FALTAN-CRED.
           MOVE 'N' TO WS-GRD-PER-CERRADO.
           MOVE 'N' TO WS-EOF-GRD-HIST.
           OPEN INPUT HISTORICO.
           EVALUATE TRUE
               WHEN WS-STATUS-HIST = 00
                   MOVE ID-ALUMNO TO HIST-ID
                   MOVE SPACES TO HIST-PERIODO
                   START HISTORICO KEY NOT < HIST-CLAVE
                       INVALID KEY MOVE 'S' TO WS-EOF-GRD-HIST
                   END-START
                   PERFORM UNTIL WS-EOF-GRD-HIST = 'S'
                     READ HISTORICO NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-GRD-HIST
                       NOT AT END
                         IF HIST-ID NOT = ID-ALUMNO
                             MOVE 'S' TO WS-EOF-GRD-HIST
                         ELSE
                             IF HIST-PERIODO = WS-PERIODO-ACTUAL
                                 MOVE 'S' TO WS-GRD-PER-CERRADO
                             END-IF
                             PERFORM VARYING WS-IDX-PRE2 FROM 1 BY 1
                                       UNTIL WS-IDX-PRE2 > 10
                                 IF HIST-MATERIA-COD(WS-IDX-PRE2) >
                                    ZERO
                                     MOVE HIST-MATERIA-COD(WS-IDX-PRE2)
                                         TO WS-GRD-COD
                                     MOVE HIST-CALIFICACION(WS-IDX-PRE2)
                                         TO WS-GRD-NOTA
                                     PERFORM 8785-ACUMULAR-MATERIA-GRADO
                                 END-IF
                             END-PERFORM
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE HISTORICO
               WHEN WS-STATUS-HIST = 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR HISTORICO. CODIGO: "
                           WS-STATUS-HIST
           END-EVALUATE.
           IF WS-GRD-PER-CERRADO = 'N'
               PERFORM VARYING WS-IDX-PRE2 FROM 1 BY 1
                         UNTIL WS-IDX-PRE2 > 10
                   IF MATERIA-COD(WS-IDX-PRE2) > ZERO AND
                      CALIFICACION(WS-IDX-PRE2) > ZERO
                       MOVE MATERIA-COD(WS-IDX-PRE2) TO WS-GRD-COD
                       MOVE CALIFICACION(WS-IDX-PRE2) TO WS-GRD-NOTA
                       PERFORM 8785-ACUMULAR-MATERIA-GRADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-GRD-SUMA-CRED > ZERO
               COMPUTE WS-GRD-PROMEDIO ROUNDED =
                   WS-GRD-SUMA-POND / WS-GRD-SUMA-CRED
           END-IF.
           PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                     UNTIL WS-IDX-GRD > 999
               IF WS-GC-TIPO(WS-IDX-GRD) = 'O' AND
                  WS-GA-MARCA(WS-IDX-GRD) NOT = 'S'
                   ADD 1 TO WS-GRD-FALTAN-OBL
               END-IF
           END-PERFORM.
           IF WS-GRD-CREDITOS < WS-CREDITOS-GRADO
               COMPUTE WS-GRD-FALTAN-CRED =
                   WS-CREDITOS-GRADO - WS-GRD-CREDITOS
           END-IF.
           IF WS-GRD-FALTAN-CRED = ZERO AND WS-GRD-FALTAN-OBL = ZERO
               MOVE 'S' TO WS-GRD-ELEGIBLE
           ELSE
               MOVE 'N' TO WS-GRD-ELEGIBLE
           END-IF.

       8785-ACUMULAR-MATERIA-GRADO.
           COMPUTE WS-GRD-SUMA-POND = WS-GRD-SUMA-POND +
               WS-GRD-NOTA * WS-GC-CREDITOS(WS-GRD-COD).
           ADD WS-GC-CREDITOS(WS-GRD-COD) TO WS-GRD-SUMA-CRED.
           IF WS-GRD-NOTA >= WS-NOTA-APROBATORIA AND
              WS-GA-MARCA(WS-GRD-COD) NOT = 'S'
               MOVE 'S' TO WS-GA-MARCA(WS-GRD-COD)
               ADD WS-GC-CREDITOS(WS-GRD-COD) TO WS-GRD-CREDITOS
           END-IF.

       8788-GRADUAR-ELEGIBLES.
           PERFORM 9820-TOMAR-CANDADO-EXCLUSIVO.
           IF WS-CANDADO-OK = 'N'
               DISPLAY "GRADUACION NO INICIADA: ARCHIVO EN USO."
               MOVE 8 TO WS-RC-BATCH
           ELSE
               MOVE 'S' TO WS-GRD-MARCAR
               PERFORM 8781-EJECUTAR-AUDITORIA-GRADO
               MOVE 'N' TO WS-GRD-MARCAR
               PERFORM 9457-ASIGNAR-LISTA-ESPERA
               PERFORM 9830-LIBERAR-CANDADO-EXCLUSIVO
               IF WS-GRD-CATALOGO-OK = 'S'
                   MOVE ZERO TO ID-ALUMNO
                   MOVE "GRADUACION" TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                   STRING
                       "GRADUACION POR LOTE, ELEGIBLES: "
                                          DELIMITED BY SIZE
                       WS-GRD-ELEGIBLES   DELIMITED BY SIZE
                       " GRADUADOS: "     DELIMITED BY SIZE
                       WS-GRD-GRADUADOS   DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDITORIA
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       8790-REPORTE-LISTA-ESPERA.
           MOVE ZERO TO WS-ESP-SECCIONES.
           MOVE ZERO TO WS-ESP-TOTAL.
           MOVE ZERO TO WS-ESP-COD.
           MOVE SPACE TO WS-ESP-LETRA.
           MOVE 'N' TO WS-EOF-ESPERA.
           OPEN INPUT LISTA-ESPERA.
           EVALUATE TRUE
               WHEN WS-STATUS-LES = 00
                   OPEN OUTPUT LISTA-ESPERA-RPT
                   MOVE SPACES TO LISTA-ESPERA-LINEA
                   STRING
                       "LISTA DE ESPERA POR SECCION - PERIODO "
                                         DELIMITED BY SIZE
                       WS-PERIODO-ACTUAL DELIMITED BY SIZE
                       INTO LISTA-ESPERA-LINEA
                   END-STRING
                   WRITE LISTA-ESPERA-LINEA
                   MOVE ALL "=" TO LISTA-ESPERA-LINEA
                   WRITE LISTA-ESPERA-LINEA
                   PERFORM UNTIL WS-EOF-ESPERA = 'S'
                     READ LISTA-ESPERA NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ESPERA
                       NOT AT END
                           IF LES-ESTADO = 'E'
                               PERFORM 8792-LINEA-LISTA-ESPERA
                           END-IF
                     END-READ
                   END-PERFORM
                   IF WS-ESP-SECCIONES > ZERO
                       PERFORM 8794-TOTAL-SECCION-ESPERA
                   ELSE
                       MOVE "   NO HAY ALUMNOS EN LISTA DE ESPERA"
                           TO LISTA-ESPERA-LINEA
                       WRITE LISTA-ESPERA-LINEA
                   END-IF
                   MOVE SPACES TO LISTA-ESPERA-LINEA
                   WRITE LISTA-ESPERA-LINEA
                   MOVE SPACES TO LISTA-ESPERA-LINEA
                   STRING
                       "SECCIONES CON ESPERA: " DELIMITED BY SIZE
                       WS-ESP-SECCIONES         DELIMITED BY SIZE
                       "   ALUMNOS EN ESPERA: " DELIMITED BY SIZE
                       WS-ESP-TOTAL             DELIMITED BY SIZE
                       INTO LISTA-ESPERA-LINEA
                   END-STRING
                   WRITE LISTA-ESPERA-LINEA
                   CLOSE LISTA-ESPERA-RPT
                   DISPLAY "REPORTE GENERADO EN LISTA_ESPERA.TXT"
                   DISPLAY "ALUMNOS EN ESPERA: " WS-ESP-TOTAL
               WHEN WS-STATUS-LES = 35
                   DISPLAY "NO HAY ALUMNOS EN LISTA DE ESPERA."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR LISTA DE ESPERA. CODIGO: "
                           WS-STATUS-LES
           END-EVALUATE.
           CLOSE LISTA-ESPERA.
           PERFORM 1000-MENU-OPCIONES.

       8792-LINEA-LISTA-ESPERA.
           IF LES-MATERIA NOT = WS-ESP-COD OR
              LES-LETRA NOT = WS-ESP-LETRA
               IF WS-ESP-SECCIONES > ZERO
                   PERFORM 8794-TOTAL-SECCION-ESPERA
               END-IF
               ADD 1 TO WS-ESP-SECCIONES
               MOVE LES-MATERIA TO WS-ESP-COD
               MOVE LES-LETRA TO WS-ESP-LETRA
               MOVE ZERO TO WS-ESP-POS
               PERFORM 8793-CABECERA-SECCION-ESPERA
           END-IF.
           ADD 1 TO WS-ESP-POS.
           ADD 1 TO WS-ESP-TOTAL.
           MOVE LES-ID TO WS-ASI-ID.
           PERFORM 9410-VALIDAR-ALUMNO.
           IF WS-ALUMNO-OK = 'S'
               MOVE NOMBRE-ALUMNO TO WS-LE-NOMBRE
           ELSE
               MOVE "ALUMNO NO REGISTRADO" TO WS-LE-NOMBRE
           END-IF.
           MOVE WS-ESP-POS TO WS-LE-POS.
           MOVE LES-ID TO WS-LE-ID.
           MOVE LES-FECHA-HORA(1:8) TO WS-LE-FECHA.
           MOVE LES-FECHA-HORA(9:6) TO WS-LE-HORA.
           MOVE LES-OPERADOR TO WS-LE-OPERADOR.
           MOVE WS-LIN-ESPERA TO LISTA-ESPERA-LINEA.
           WRITE LISTA-ESPERA-LINEA.

       8793-CABECERA-SECCION-ESPERA.
           MOVE ZERO TO WS-ESP-CAPACIDAD.
           MOVE ZERO TO WS-ESP-INSCRITOS.
           MOVE WS-ESP-COD TO WS-COD-MATERIA.
           PERFORM 9400-VALIDAR-MATERIA.
           IF WS-MATERIA-OK = 'N'
               MOVE SPACES TO WS-MATERIA-NOMBRE
           END-IF.
           OPEN INPUT SECCIONES.
           IF WS-STATUS-SEC = 00
               MOVE WS-ESP-COD TO SEC-MATERIA
               MOVE WS-ESP-LETRA TO SEC-LETRA
               READ SECCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-CAPACIDAD TO WS-ESP-CAPACIDAD
                       MOVE SEC-INSCRITOS TO WS-ESP-INSCRITOS
               END-READ
               CLOSE SECCIONES
           END-IF.
           MOVE SPACES TO LISTA-ESPERA-LINEA.
           WRITE LISTA-ESPERA-LINEA.
           MOVE SPACES TO LISTA-ESPERA-LINEA.
           STRING
               "SECCION "          DELIMITED BY SIZE
               WS-ESP-COD          DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               WS-ESP-LETRA        DELIMITED BY SIZE
               "  "                DELIMITED BY SIZE
               WS-MATERIA-NOMBRE   DELIMITED BY SIZE
               "  CAPACIDAD: "     DELIMITED BY SIZE
               WS-ESP-CAPACIDAD    DELIMITED BY SIZE
               "  INSCRITOS: "     DELIMITED BY SIZE
               WS-ESP-INSCRITOS    DELIMITED BY SIZE
               INTO LISTA-ESPERA-LINEA
           END-STRING.
           WRITE LISTA-ESPERA-LINEA.
           MOVE ALL "-" TO LISTA-ESPERA-LINEA.
           WRITE LISTA-ESPERA-LINEA.

       8794-TOTAL-SECCION-ESPERA.
           MOVE SPACES TO LISTA-ESPERA-LINEA.
           IF WS-ESP-INSCRITOS < WS-ESP-CAPACIDAD
               STRING
                   "    EN ESPERA: " DELIMITED BY SIZE
                   WS-ESP-POS        DELIMITED BY SIZE
                   "  (HAY CUPO LIBRE SIN ASIGNAR)"
                                     DELIMITED BY SIZE
                   INTO LISTA-ESPERA-LINEA
               END-STRING
           ELSE
               STRING
                   "    EN ESPERA: " DELIMITED BY SIZE
                   WS-ESP-POS        DELIMITED BY SIZE
                   "  (SECCION LLENA)" DELIMITED BY SIZE
                   INTO LISTA-ESPERA-LINEA
               END-STRING
           END-IF.
           WRITE LISTA-ESPERA-LINEA.

       8800-RANKING-PROMEDIOS.
           MOVE ZERO TO WS-RANK-USADOS.
           MOVE ZERO TO WS-RANK-OMITIDOS.
           MOVE ZERO TO WS-EN-RIESGO.
           MOVE 'N' TO WS-EOF-ALUMNOS.

           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                     READ ALUMNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ALUMNOS
                       NOT AT END PERFORM 8810-CARGAR-RANKING
                     END-READ
                   END-PERFORM
               WHEN WS-STATUS = 35
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
           END-EVALUATE.
           CLOSE ALUMNOS.

           IF WS-RANK-USADOS > ZERO
               PERFORM 8820-ORDENAR-RANKING
               PERFORM 8830-ESCRIBIR-RANKING
               DISPLAY "RANKING GENERADO EN RANKING.TXT"
               IF WS-RANK-OMITIDOS > ZERO
                   DISPLAY "ADVERTENCIA: ALUMNOS OMITIDOS POR TABLA "
                           "LLENA: " WS-RANK-OMITIDOS
               END-IF
           ELSE
               IF WS-STATUS = 00
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               END-IF
           END-IF.

           PERFORM 1000-MENU-OPCIONES.

       8810-CARGAR-RANKING.
           PERFORM 9430-EVALUAR-ACTIVO.
           IF WS-ALUMNO-ACTIVO = 'S'
               PERFORM 8815-CARGAR-RANKING-ACTIVO
           END-IF.

       8815-CARGAR-RANKING-ACTIVO.
           IF WS-RANK-USADOS >= 5000
               ADD 1 TO WS-RANK-OMITIDOS
           ELSE
               ADD 1 TO WS-RANK-USADOS
               MOVE ID-ALUMNO TO WS-RANK-ID(WS-RANK-USADOS)
               MOVE NOMBRE-ALUMNO TO WS-RANK-NOMBRE(WS-RANK-USADOS)
               PERFORM 9470-NUM-MATERIAS-ALUMNO
               MOVE ZERO TO WS-SUMA-NOTAS
               PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                         UNTIL WS-CONTADOR > WS-NUM-MAT
                   ADD CALIFICACION(WS-CONTADOR) TO WS-SUMA-NOTAS
               END-PERFORM
               COMPUTE WS-RANK-PROM(WS-RANK-USADOS) =
                   WS-SUMA-NOTAS / WS-NUM-MAT
               IF WS-RANK-PROM(WS-RANK-USADOS) >= WS-NOTA-APROBATORIA
                   MOVE "APROBADO" TO WS-RANK-ESTADO(WS-RANK-USADOS)
               ELSE
                   MOVE "REPROBADO" TO WS-RANK-ESTADO(WS-RANK-USADOS)
               END-IF
               MOVE ID-ALUMNO TO WS-ASI-ID
               PERFORM 9485-ASISTENCIA-ALUMNO
               MOVE WS-ASIS-PORC TO WS-RANK-ASIS(WS-RANK-USADOS)
               IF WS-ASIS-TOTAL > ZERO
                   MOVE 'S' TO WS-RANK-ASIS-DATOS(WS-RANK-USADOS)
               ELSE
                   MOVE 'N' TO WS-RANK-ASIS-DATOS(WS-RANK-USADOS)
               END-IF
               MOVE SPACES TO WS-RANK-REPROBADAS(WS-RANK-USADOS)
               MOVE 1 TO WS-RANK-PTR
               PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                         UNTIL WS-CONTADOR > WS-NUM-MAT
                   IF CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
                       STRING
                           FUNCTION TRIM(MATERIA(WS-CONTADOR))
                                DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           INTO WS-RANK-REPROBADAS(WS-RANK-USADOS)
                           WITH POINTER WS-RANK-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.

       8820-ORDENAR-RANKING.
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                     UNTIL WS-IDX-RANK >= WS-RANK-USADOS
               PERFORM VARYING WS-IDX-RANK2 FROM 1 BY 1
                         UNTIL WS-IDX-RANK2 >
                               WS-RANK-USADOS - WS-IDX-RANK
                   IF WS-RANK-PROM(WS-IDX-RANK2) <
                      WS-RANK-PROM(WS-IDX-RANK2 + 1)
                       MOVE WS-RANK-ENT(WS-IDX-RANK2)
                           TO WS-RANK-SWAP
                       MOVE WS-RANK-ENT(WS-IDX-RANK2 + 1)
                           TO WS-RANK-ENT(WS-IDX-RANK2)
                       MOVE WS-RANK-SWAP
                           TO WS-RANK-ENT(WS-IDX-RANK2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       8830-ESCRIBIR-RANKING.
           OPEN OUTPUT RANKING.
           MOVE SPACES TO RANKING-LINEA.
           STRING
               "RANKING DE PROMEDIOS - PERIODO "
                                 DELIMITED BY SIZE
               WS-PERIODO-ACTUAL DELIMITED BY SIZE
               INTO RANKING-LINEA
           END-STRING.
           WRITE RANKING-LINEA.
           MOVE SPACES TO RANKING-LINEA.
           WRITE RANKING-LINEA.

               END-STRING
               WRITE RANKING-LINEA
           END-IF.
           CLOSE RANKING.

       8840-CARTAS-REPRESENTANTES.
           MOVE ZERO TO WS-CARTAS-EMITIDAS.
           MOVE ZERO TO WS-CARTAS-SIN-REP.
           MOVE 'N' TO WS-EOF-ALUMNOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO WS-FECHA-EMISION.
           STRING
               WS-FECHA-HORA(7:2) DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               WS-FECHA-HORA(5:2) DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               WS-FECHA-HORA(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-EMISION
           END-STRING.

           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   MOVE 'N' TO WS-REP-ABIERTO
                   OPEN INPUT REPRESENTANTES
                   EVALUATE TRUE
                       WHEN WS-STATUS-REP = 00
                           MOVE 'S' TO WS-REP-ABIERTO
                       WHEN WS-STATUS-REP = 35
                           DISPLAY "NO HAY REPRESENTANTES REGISTRADOS."
                       WHEN OTHER
                           DISPLAY "ERROR AL ABRIR REPRESENTANTES. "
                                   "CODIGO: " WS-STATUS-REP
                   END-EVALUATE
                   PERFORM 8381-ABRIR-SUPLETORIOS
                   OPEN OUTPUT CARTAS

                   PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                     READ ALUMNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ALUMNOS
                       NOT AT END
                           PERFORM 9430-EVALUAR-ACTIVO
                           IF WS-ALUMNO-ACTIVO = 'S'
                               PERFORM 8845-EVALUAR-CARTA
                           END-IF
                     END-READ
                   END-PERFORM

                   CLOSE CARTAS
                   IF WS-REP-ABIERTO = 'S'
                       CLOSE REPRESENTANTES
                       MOVE 'N' TO WS-REP-ABIERTO
                   END-IF
                   IF WS-SUP-ABIERTO = 'S'
                       CLOSE SUPLETORIOS
                       MOVE 'N' TO WS-SUP-ABIERTO
                   END-IF

                   MOVE ZERO TO ID-ALUMNO
                   MOVE "CARTAS-REP" TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                   STRING
                       "CARTAS A REPRESENTANTES: " DELIMITED BY SIZE
                       WS-CARTAS-EMITIDAS          DELIMITED BY SIZE
                       ", SIN REPRESENTANTE: "     DELIMITED BY SIZE
                       WS-CARTAS-SIN-REP           DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDITORIA
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA

                   DISPLAY "CARTAS GENERADAS EN CARTAS.TXT"
                   DISPLAY "CARTAS EMITIDAS: " WS-CARTAS-EMITIDAS
                   DISPLAY "ALUMNOS SIN REPRESENTANTE: "
                           WS-CARTAS-SIN-REP
               WHEN WS-STATUS = 35
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
                   MOVE 8 TO WS-RC-BATCH
           END-EVALUATE.

           CLOSE ALUMNOS.
           IF WS-MODO-BATCH = 'N'
               PERFORM 1000-MENU-OPCIONES
           END-IF.

       8845-EVALUAR-CARTA.
           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           MOVE ZERO TO WS-SUMA-NOTAS.
           MOVE ZERO TO WS-REPROBADAS-CNT.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               PERFORM 8847-NOTA-VIGENTE
               ADD WS-SUP-DEFINITIVA TO WS-SUMA-NOTAS
               IF MATERIA-COD(WS-CONTADOR) > ZERO AND
                  WS-SUP-DEFINITIVA < WS-NOTA-APROBATORIA
                   ADD 1 TO WS-REPROBADAS-CNT
               END-IF
           END-PERFORM.
           COMPUTE WS-PROMEDIO = WS-SUMA-NOTAS / WS-NUM-MAT.
           MOVE ID-ALUMNO TO WS-ASI-ID.
           PERFORM 9485-ASISTENCIA-ALUMNO.
           MOVE WS-ASIS-TOTAL TO WS-CARTA-ASIS-TOTAL.
           MOVE WS-ASIS-PORC TO WS-CARTA-ASIS-PORC.

           MOVE 'N' TO WS-CARTA-RIESGO.
           MOVE 'N' TO WS-CARTA-ASIS.
           IF WS-PROMEDIO < WS-NOTA-APROBATORIA
               MOVE 'S' TO WS-CARTA-RIESGO
           END-IF.
           IF WS-CARTA-ASIS-TOTAL > ZERO AND
              WS-CARTA-ASIS-PORC < WS-UMBRAL-ASISTENCIA
               MOVE 'S' TO WS-CARTA-ASIS
           END-IF.

           IF WS-CARTA-RIESGO = 'S' OR
              WS-CARTA-ASIS = 'S' OR
              WS-REPROBADAS-CNT > ZERO
               MOVE 'N' TO WS-REP-ENCONTRADO
               IF WS-REP-ABIERTO = 'S'
                   MOVE ID-ALUMNO TO REP-ID-ALUMNO
                   READ REPRESENTANTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-REP-ENCONTRADO
                   END-READ
               END-IF
               IF WS-REP-ENCONTRADO = 'S'
                   PERFORM 8850-ESCRIBIR-CARTA
               ELSE
                   ADD 1 TO WS-CARTAS-SIN-REP
                   DISPLAY "ALUMNO SIN REPRESENTANTE REGISTRADO: "
                           ID-ALUMNO " " NOMBRE-ALUMNO
               END-IF
           END-IF.

       8847-NOTA-VIGENTE.
           MOVE CALIFICACION(WS-CONTADOR) TO WS-SUP-NOTA-ORIGINAL.
           MOVE MATERIA-COD(WS-CONTADOR) TO WS-COD-MATERIA.
           MOVE 'N' TO WS-SUP-ENCONTRADO.
           IF MATERIA-COD(WS-CONTADOR) > ZERO AND
              CALIFICACION(WS-CONTADOR) < WS-NOTA-APROBATORIA
               PERFORM 8384-BUSCAR-SUPLETORIO
           END-IF.
           PERFORM 8387-NOTA-DEFINITIVA.

       8850-ESCRIBIR-CARTA.
           MOVE ALL "=" TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE "INSTITUCION EDUCATIVA - REGISTRO ACADEMICO"
               TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           STRING
               "COMUNICACION A REPRESENTANTES - PERIODO "
                                  DELIMITED BY SIZE
               WS-PERIODO-ACTUAL  DELIMITED BY SIZE
               "   FECHA: "       DELIMITED BY SIZE
               WS-FECHA-EMISION   DELIMITED BY SIZE
               INTO CARTAS-LINEA
           END-STRING.
           WRITE CARTAS-LINEA.
           MOVE ALL "=" TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           MOVE SPACES TO CARTAS-LINEA.
           STRING
               "SR(A). "  DELIMITED BY SIZE
               REP-NOMBRE DELIMITED BY SIZE
               INTO CARTAS-LINEA
           END-STRING.
           WRITE CARTAS-LINEA.
           MOVE REP-DIRECCION TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           STRING
               "TELEFONO: "   DELIMITED BY SIZE
               REP-TELEFONO   DELIMITED BY SIZE
               "  CORREO: "   DELIMITED BY SIZE
               REP-CORREO     DELIMITED BY SIZE
               INTO CARTAS-LINEA
           END-STRING.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           MOVE "POR MEDIO DE LA PRESENTE LE INFORMAMOS LA SITUACION "
               TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           STRING
               "ACADEMICA DEL ALUMNO " DELIMITED BY SIZE
               NOMBRE-ALUMNO           DELIMITED BY SIZE
               " (ID "                 DELIMITED BY SIZE
               ID-ALUMNO               DELIMITED BY SIZE
               "),"                    DELIMITED BY SIZE
               INTO CARTAS-LINEA
           END-STRING.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           STRING
               "DE QUIEN USTED ES REPRESENTANTE EN CALIDAD DE "
                              DELIMITED BY SIZE
               REP-PARENTESCO DELIMITED BY SIZE
               INTO CARTAS-LINEA
           END-STRING.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           MOVE "MOTIVO DE LA COMUNICACION:" TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           IF WS-CARTA-RIESGO = 'S'
               MOVE WS-PROMEDIO TO WS-CARTA-PROM
               MOVE SPACES TO CARTAS-LINEA
               STRING
                   "   - PROMEDIO DE " DELIMITED BY SIZE
                   WS-CARTA-PROM       DELIMITED BY SIZE
                   " BAJO LA NOTA APROBATORIA DE "
                                       DELIMITED BY SIZE
                   WS-NOTA-APROBATORIA DELIMITED BY SIZE
                   INTO CARTAS-LINEA
               END-STRING
               WRITE CARTAS-LINEA
           END-IF.
           IF WS-REPROBADAS-CNT > ZERO
               MOVE SPACES TO CARTAS-LINEA
               STRING
                   "   - MATERIAS REPROBADAS: " DELIMITED BY SIZE
                   WS-REPROBADAS-CNT            DELIMITED BY SIZE
                   INTO CARTAS-LINEA
               END-STRING
               WRITE CARTAS-LINEA
           END-IF.
           IF WS-CARTA-ASIS = 'S'
               MOVE SPACES TO CARTAS-LINEA
               STRING
                   "   - ASISTENCIA DE " DELIMITED BY SIZE
                   WS-CARTA-ASIS-PORC    DELIMITED BY SIZE
                   "% BAJO EL MINIMO DE " DELIMITED BY SIZE
                   WS-UMBRAL-ASISTENCIA  DELIMITED BY SIZE
                   "%"                   DELIMITED BY SIZE
                   INTO CARTAS-LINEA
               END-STRING
               WRITE CARTAS-LINEA
           END-IF.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           MOVE "CALIFICACIONES Y ASISTENCIA DEL PERIODO:"
               TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > WS-NUM-MAT
               PERFORM 8847-NOTA-VIGENTE
               MOVE MATERIA(WS-CONTADOR) TO WS-CM-NOMBRE
               MOVE CALIFICACION(WS-CONTADOR) TO WS-CM-NOTA
               IF WS-SUP-ENCONTRADO = 'S'
                   MOVE WS-SUP-NOTA TO WS-CM-SUPLE
               ELSE
                   MOVE "--" TO WS-CM-SUPLE
               END-IF
               MOVE WS-SUP-DEFINITIVA TO WS-CM-DEF
               IF WS-SUP-DEFINITIVA >= WS-NOTA-APROBATORIA
                   MOVE "APROBADO" TO WS-CM-ESTADO
               ELSE
                   MOVE "REPROBADO" TO WS-CM-ESTADO
               END-IF
               MOVE ID-ALUMNO TO WS-ASI-ID
               PERFORM 9480-ASISTENCIA-MATERIA
               IF WS-ASIS-TOTAL > ZERO
                   MOVE WS-ASIS-PORC TO WS-ASIS-EDIT
                   MOVE WS-ASIS-EDIT TO WS-CM-ASIS
                   MOVE '%' TO WS-CM-ASIS-PCT
               ELSE
                   MOVE "N/D" TO WS-CM-ASIS
                   MOVE SPACE TO WS-CM-ASIS-PCT
               END-IF
               MOVE WS-LIN-CONST-MAT TO CARTAS-LINEA
               WRITE CARTAS-LINEA
           END-PERFORM.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           MOVE WS-PROMEDIO TO WS-CARTA-PROM.
           MOVE SPACES TO CARTAS-LINEA.
           IF WS-CARTA-ASIS-TOTAL > ZERO
               MOVE WS-CARTA-ASIS-PORC TO WS-ASIS-EDIT
               STRING
                   "PROMEDIO GENERAL: " DELIMITED BY SIZE
                   WS-CARTA-PROM        DELIMITED BY SIZE
                   "   ASISTENCIA GENERAL: " DELIMITED BY SIZE
                   WS-ASIS-EDIT         DELIMITED BY SIZE
                   "%"                  DELIMITED BY SIZE
                   INTO CARTAS-LINEA
               END-STRING
           ELSE
               STRING
                   "PROMEDIO GENERAL: " DELIMITED BY SIZE
                   WS-CARTA-PROM        DELIMITED BY SIZE
                   "   ASISTENCIA GENERAL: N/D" DELIMITED BY SIZE
                   INTO CARTAS-LINEA
               END-STRING
           END-IF.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           MOVE "LE AGRADECEMOS COMUNICARSE CON LA INSTITUCION A LA "
               TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE "BREVEDAD PARA ACORDAR LAS MEDIDAS DE APOYO NECESARIAS."
               TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE "ATENTAMENTE," TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE "LA DIRECCION" TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
           MOVE SPACES TO CARTAS-LINEA.
           WRITE CARTAS-LINEA.

           ADD 1 TO WS-CARTAS-EMITIDAS.
           MOVE WS-CARTA-ASIS-PORC TO WS-ASIS-EDIT.
           MOVE "CARTA-REP" TO WS-ACCION-AUDITORIA.
           MOVE SPACES TO WS-DETALLE-AUDITORIA.
           STRING
               "CARTA A REPRESENTANTE, REPROBADAS: " DELIMITED BY SIZE
               WS-REPROBADAS-CNT                     DELIMITED BY SIZE
               ", PROMEDIO: "                        DELIMITED BY SIZE
               WS-CARTA-PROM                         DELIMITED BY SIZE
               ", ASIST: "                           DELIMITED BY SIZE
               WS-ASIS-EDIT                          DELIMITED BY SIZE
               INTO WS-DETALLE-AUDITORIA
           END-STRING.
           PERFORM 9000-REGISTRAR-AUDITORIA.

       8860-EXPORTAR-TRASLADO.
           DISPLAY "INGRESE EL ID DEL ESTUDIANTE A TRASLADAR:".
           ACCEPT WS-TRS-ID.
           PERFORM 8861-GENERAR-PAQUETE.
           PERFORM 1000-MENU-OPCIONES.

       8861-GENERAR-PAQUETE.
           MOVE WS-TRS-ID TO WS-ASI-ID.
           PERFORM 9410-VALIDAR-ALUMNO.
           MOVE WS-TRS-ID TO WS-RET-ID.
           PERFORM 9560-VERIFICAR-RETENCION.
           IF WS-ALUMNO-OK = 'N'
               DISPLAY "ESTUDIANTE NO ENCONTRADO."
           ELSE
           IF WS-RETENCION-ACTIVA = 'S'
               DISPLAY "PAQUETE NO GENERADO: ALUMNO CON RETENCION "
                       "FINANCIERA."
               MOVE "TRAS-RETEN" TO WS-ACCION-AUDITORIA
               MOVE "PAQUETE DE TRASLADO BLOQUEADO POR RETENCION"
                   TO WS-DETALLE-AUDITORIA
               PERFORM 9000-REGISTRAR-AUDITORIA
           ELSE
               IF ALUMNO-ESTATUS NOT = 'T'
                   DISPLAY "AVISO: EL ALUMNO NO ESTA MARCADO COMO "
                           "TRASLADADO."
               END-IF
               MOVE ZERO TO WS-TRS-CUENTA
               MOVE ZERO TO WS-TRS-HASH
               MOVE ZERO TO WS-TRS-PERIODOS
               OPEN OUTPUT TRASLADO-SAL
               MOVE SPACES TO WS-TRS-REG
               MOVE '1' TO WS-TC-TIPO
               MOVE WS-INST-CODIGO TO WS-TC-INST
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-TC-FECHA
               MOVE WS-PERIODO-ACTUAL TO WS-TC-PERIODO
               MOVE ID-ALUMNO TO WS-TC-ID
               WRITE TRASLADO-SAL-LINEA FROM WS-TRS-REG
               MOVE SPACES TO WS-TRS-REG
               MOVE '2' TO WS-TI-TIPO
               MOVE ID-ALUMNO TO WS-TI-ID
               MOVE NOMBRE-ALUMNO TO WS-TI-NOMBRE
               MOVE ALUMNO-ESTATUS TO WS-TI-ESTATUS
               MOVE ALUMNO-FECHA-ESTATUS TO WS-TI-FECHA-EST
               MOVE ALUMNO-CONDICION TO WS-TI-CONDICION
               PERFORM 8864-ESCRIBIR-DETALLE-TRS
               PERFORM 8862-PAQUETE-HISTORICO
               PERFORM 8863-PAQUETE-ACTUAL
               MOVE SPACES TO WS-TRS-REG
               MOVE '9' TO WS-TF-TIPO
               MOVE WS-TRS-CUENTA TO WS-TF-CUENTA
               MOVE WS-TRS-HASH TO WS-TF-HASH
               WRITE TRASLADO-SAL-LINEA FROM WS-TRS-REG
               CLOSE TRASLADO-SAL

               MOVE WS-TRS-ID TO ID-ALUMNO
               MOVE "EXPORT-TRAS" TO WS-ACCION-AUDITORIA
               MOVE SPACES TO WS-DETALLE-AUDITORIA
               STRING
                   "PAQUETE DE TRASLADO, REGISTROS: "
                                 DELIMITED BY SIZE
                   WS-TRS-CUENTA DELIMITED BY SIZE
                   ", HASH: "    DELIMITED BY SIZE
                   WS-TRS-HASH   DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDITORIA
               END-STRING
               PERFORM 9000-REGISTRAR-AUDITORIA

               DISPLAY "ARCHIVO GENERADO EN TRASLADO.DAT"
               DISPLAY "------ BOLETA DE CONTROL ------"
               DISPLAY "PERIODOS HISTORICOS: " WS-TRS-PERIODOS
               DISPLAY "REGISTROS DE DETALLE: " WS-TRS-CUENTA
               DISPLAY "HASH DE CALIFICACIONES: " WS-TRS-HASH
               DISPLAY "-------------------------------"
           END-IF
           END-IF.

       8862-PAQUETE-HISTORICO.
           MOVE 'N' TO WS-EOF-TRASLADO.
           OPEN INPUT HISTORICO.
           EVALUATE TRUE
               WHEN WS-STATUS-HIST = 00
                   MOVE WS-TRS-ID TO HIST-ID
                   MOVE SPACES TO HIST-PERIODO
                   START HISTORICO KEY NOT < HIST-CLAVE
                       INVALID KEY MOVE 'S' TO WS-EOF-TRASLADO
                   END-START
                   PERFORM UNTIL WS-EOF-TRASLADO = 'S'
                     READ HISTORICO NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-TRASLADO
                       NOT AT END
                         IF HIST-ID NOT = WS-TRS-ID
                             MOVE 'S' TO WS-EOF-TRASLADO
                         ELSE
                             PERFORM 8865-PERIODO-HISTORICO-TRS
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE HISTORICO
               WHEN WS-STATUS-HIST = 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR HISTORICO. CODIGO: "
                           WS-STATUS-HIST
           END-EVALUATE.

       8863-PAQUETE-ACTUAL.
           MOVE SPACES TO WS-TRS-REG.
           MOVE '4' TO WS-TP-TIPO.
           MOVE WS-PERIODO-ACTUAL TO WS-TP-PERIODO.
           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           MOVE WS-NUM-MAT TO WS-TP-NUM-MAT.
           MOVE ALUMNO-ESTATUS TO WS-TP-ESTATUS.
           MOVE ALUMNO-CONDICION TO WS-TP-CONDICION.
           PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                     UNTIL WS-IDX-TRS > 10
               MOVE MATERIA-COD(WS-IDX-TRS) TO WS-TP-COD(WS-IDX-TRS)
               MOVE CALIFICACION(WS-IDX-TRS)
                   TO WS-TP-CALIF(WS-IDX-TRS)
               MOVE NOTA-PARCIAL1(WS-IDX-TRS) TO WS-TP-P1(WS-IDX-TRS)
               MOVE NOTA-PARCIAL2(WS-IDX-TRS) TO WS-TP-P2(WS-IDX-TRS)
               MOVE NOTA-FINAL(WS-IDX-TRS)
                   TO WS-TP-FINAL(WS-IDX-TRS)
               ADD CALIFICACION(WS-IDX-TRS) TO WS-TRS-HASH
           END-PERFORM.
           PERFORM 8864-ESCRIBIR-DETALLE-TRS.

           MOVE SPACES TO WS-TRS-REG.
           MOVE '5' TO WS-TA-TIPO.
           MOVE WS-TRS-ID TO WS-ASI-ID.
           PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                     UNTIL WS-IDX-TRS > 10
               MOVE ZERO TO WS-TA-COD(WS-IDX-TRS)
               MOVE ZERO TO WS-TA-TOTAL(WS-IDX-TRS)
               MOVE ZERO TO WS-TA-PRESENTES(WS-IDX-TRS)
               MOVE ZERO TO WS-TA-PORC(WS-IDX-TRS)
               IF MATERIA-COD(WS-IDX-TRS) > ZERO
                   MOVE MATERIA-COD(WS-IDX-TRS) TO WS-COD-MATERIA
                   PERFORM 9480-ASISTENCIA-MATERIA
                   MOVE WS-COD-MATERIA TO WS-TA-COD(WS-IDX-TRS)
                   MOVE WS-ASIS-TOTAL TO WS-TA-TOTAL(WS-IDX-TRS)
                   MOVE WS-ASIS-PRESENTES
                       TO WS-TA-PRESENTES(WS-IDX-TRS)
                   MOVE WS-ASIS-PORC TO WS-TA-PORC(WS-IDX-TRS)
               END-IF
           END-PERFORM.
           PERFORM 8864-ESCRIBIR-DETALLE-TRS.

       8864-ESCRIBIR-DETALLE-TRS.
           ADD 1 TO WS-TRS-CUENTA.
           WRITE TRASLADO-SAL-LINEA FROM WS-TRS-REG.

       8865-PERIODO-HISTORICO-TRS.
           MOVE SPACES TO WS-TRS-REG.
           MOVE '3' TO WS-TP-TIPO.
           MOVE HIST-PERIODO TO WS-TP-PERIODO.
           PERFORM 9475-NUM-MATERIAS-HIST.
           MOVE WS-NUM-MAT TO WS-TP-NUM-MAT.
           MOVE HIST-ESTATUS TO WS-TP-ESTATUS.
           MOVE HIST-CONDICION TO WS-TP-CONDICION.
           PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                     UNTIL WS-IDX-TRS > 10
               MOVE HIST-MATERIA-COD(WS-IDX-TRS)
                   TO WS-TP-COD(WS-IDX-TRS)
               MOVE HIST-CALIFICACION(WS-IDX-TRS)
                   TO WS-TP-CALIF(WS-IDX-TRS)
               MOVE HIST-NOTA-PARCIAL1(WS-IDX-TRS)
                   TO WS-TP-P1(WS-IDX-TRS)
               MOVE HIST-NOTA-PARCIAL2(WS-IDX-TRS)
                   TO WS-TP-P2(WS-IDX-TRS)
               MOVE HIST-NOTA-FINAL(WS-IDX-TRS)
                   TO WS-TP-FINAL(WS-IDX-TRS)
               ADD HIST-CALIFICACION(WS-IDX-TRS) TO WS-TRS-HASH
           END-PERFORM.
           ADD 1 TO WS-TRS-PERIODOS.
           PERFORM 8864-ESCRIBIR-DETALLE-TRS.

       8870-IMPORTAR-TRASLADO.
           MOVE 'N' TO WS-TRS-VALIDO.
           MOVE ZERO TO WS-TRS-CARGADOS.
           MOVE ZERO TO WS-TRS-ID-LOCAL.
           OPEN OUTPUT REVISION-TRASLADO.
           MOVE "REVISION DE PAQUETE DE TRASLADO RECIBIDO"
               TO REVISION-LINEA.
           WRITE REVISION-LINEA.
           MOVE ALL "=" TO REVISION-LINEA.
           WRITE REVISION-LINEA.

           PERFORM 8871-VALIDAR-PAQUETE.
           IF WS-TRS-VALIDO = 'S'
               PERFORM 8872-CONFIRMAR-IMPORTACION
           END-IF.
           IF WS-TRS-VALIDO = 'S'
               PERFORM 8874-CARGAR-PAQUETE
           END-IF.

           MOVE SPACES TO REVISION-LINEA.
           WRITE REVISION-LINEA.
           MOVE SPACES TO REVISION-LINEA.
           IF WS-TRS-VALIDO = 'S'
               STRING
                   "RESULTADO: CARGADO COMO ALUMNO " DELIMITED BY SIZE
                   WS-TRS-ID-LOCAL                  DELIMITED BY SIZE
                   ", PERIODOS CARGADOS: "          DELIMITED BY SIZE
                   WS-TRS-CARGADOS                  DELIMITED BY SIZE
                   INTO REVISION-LINEA
               END-STRING
           ELSE
               MOVE "RESULTADO: PAQUETE NO CARGADO" TO REVISION-LINEA
           END-IF.
           WRITE REVISION-LINEA.
           CLOSE REVISION-TRASLADO.
           DISPLAY "REVISION GENERADA EN REVISION_TRASLADO.TXT".
           PERFORM 1000-MENU-OPCIONES.

       8871-VALIDAR-PAQUETE.
           MOVE 'N' TO WS-TRS-CAB-LEIDA.
           MOVE 'N' TO WS-TRS-IDENT-LEIDA.
           MOVE 'N' TO WS-TRS-FIN-LEIDO.
           MOVE ZERO TO WS-TRS-CUENTA.
           MOVE ZERO TO WS-TRS-HASH.
           MOVE ZERO TO WS-TRS-PERIODOS.
           MOVE ZERO TO WS-TRS-INVALIDAS.
           MOVE ZERO TO WS-TRS-SIN-MAPEO.
           MOVE ZERO TO WS-TRS-ID.
           MOVE SPACES TO WS-TRS-INST.
           MOVE SPACES TO WS-TRS-NOMBRE.
           MOVE 'N' TO WS-EOF-TRASLADO.
           OPEN INPUT TRASLADO-ENT.
           EVALUATE TRUE
               WHEN WS-STATUS-TRE = 00
                   PERFORM UNTIL WS-EOF-TRASLADO = 'S'
                     READ TRASLADO-ENT INTO WS-TRS-REG
                       AT END MOVE 'S' TO WS-EOF-TRASLADO
                       NOT AT END PERFORM 8873-VALIDAR-LINEA-TRS
                     END-READ
                   END-PERFORM
                   CLOSE TRASLADO-ENT
                   PERFORM 8875-VALIDAR-TOTALES-TRS
               WHEN WS-STATUS-TRE = 35
                   DISPLAY "NO SE RECIBIO TRASLADO_ENTRADA.DAT."
                   MOVE "NO SE RECIBIO TRASLADO_ENTRADA.DAT"
                       TO REVISION-LINEA
                   WRITE REVISION-LINEA
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR TRASLADO_ENTRADA.DAT. "
                           "CODIGO: " WS-STATUS-TRE
           END-EVALUATE.

       8872-CONFIRMAR-IMPORTACION.
           DISPLAY "PAQUETE DE LA INSTITUCION " WS-TRS-INST.
           DISPLAY "ALUMNO DE ORIGEN: " WS-TRS-ID " " WS-TRS-NOMBRE.
           DISPLAY "PERIODOS HISTORICOS: " WS-TRS-PERIODOS.
           DISPLAY "ID LOCAL PARA EL ALUMNO (00000 = EL DE ORIGEN): ".
           ACCEPT WS-TRS-ID-LOCAL.
           IF WS-TRS-ID-LOCAL = ZERO
               MOVE WS-TRS-ID TO WS-TRS-ID-LOCAL
           END-IF.
           PERFORM 8880-VERIFICAR-ID-LOCAL.
           IF WS-TRS-ID-ORIGEN NOT = SPACES
               MOVE 'N' TO WS-TRS-VALIDO
               DISPLAY "EL ID " WS-TRS-ID-LOCAL " YA EXISTE EN "
                       WS-TRS-ID-ORIGEN ". IMPORTACION CANCELADA."
               MOVE SPACES TO REVISION-LINEA
               STRING
                   "EL ID LOCAL "  DELIMITED BY SIZE
                   WS-TRS-ID-LOCAL DELIMITED BY SIZE
                   " YA EXISTE EN " DELIMITED BY SIZE
                   WS-TRS-ID-ORIGEN DELIMITED BY SPACE
                   INTO REVISION-LINEA
               END-STRING
               WRITE REVISION-LINEA
           ELSE
           IF WS-TRS-SIN-MAPEO > ZERO
               DISPLAY "MATERIAS SIN EQUIVALENCIA: " WS-TRS-SIN-MAPEO
                       " (VER REVISION_TRASLADO.TXT)"
               DISPLAY "CARGAR EL RESTO DEL PAQUETE ? S / N"
               ACCEPT WS-OPCION
               IF WS-OPCION NOT = 'S' AND WS-OPCION NOT = 's'
                   MOVE 'N' TO WS-TRS-VALIDO
                   MOVE "IMPORTACION CANCELADA POR EL OPERADOR"
                       TO REVISION-LINEA
                   WRITE REVISION-LINEA
               END-IF
           END-IF
           END-IF.

       8873-VALIDAR-LINEA-TRS.
           EVALUATE WS-TC-TIPO
               WHEN '1'
                   IF WS-TRS-CAB-LEIDA = 'S' OR WS-TRS-CUENTA > ZERO
                       ADD 1 TO WS-TRS-INVALIDAS
                   ELSE
                       MOVE 'S' TO WS-TRS-CAB-LEIDA
                       MOVE WS-TC-INST TO WS-TRS-INST
                       MOVE SPACES TO REVISION-LINEA
                       STRING
                           "INSTITUCION DE ORIGEN: " DELIMITED BY SIZE
                           WS-TC-INST                DELIMITED BY SIZE
                           "  FECHA: "               DELIMITED BY SIZE
                           WS-TC-FECHA               DELIMITED BY SIZE
                           "  PERIODO: "             DELIMITED BY SIZE
                           WS-TC-PERIODO             DELIMITED BY SIZE
                           INTO REVISION-LINEA
                       END-STRING
                       WRITE REVISION-LINEA
                   END-IF
               WHEN '2'
                   ADD 1 TO WS-TRS-CUENTA
                   IF WS-TI-ID IS NUMERIC
                       MOVE 'S' TO WS-TRS-IDENT-LEIDA
                       MOVE WS-TI-ID TO WS-TRS-ID
                       MOVE WS-TI-NOMBRE TO WS-TRS-NOMBRE
                       MOVE SPACES TO REVISION-LINEA
                       STRING
                           "ALUMNO DE ORIGEN: " DELIMITED BY SIZE
                           WS-TI-ID             DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           WS-TI-NOMBRE         DELIMITED BY SIZE
                           INTO REVISION-LINEA
                       END-STRING
                       WRITE REVISION-LINEA
                       MOVE SPACES TO REVISION-LINEA
                       WRITE REVISION-LINEA
                   ELSE
                       ADD 1 TO WS-TRS-INVALIDAS
                   END-IF
               WHEN '3'
               WHEN '4'
                   ADD 1 TO WS-TRS-CUENTA
                   IF WS-TP-TIPO = '3'
                       ADD 1 TO WS-TRS-PERIODOS
                   END-IF
                   PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                             UNTIL WS-IDX-TRS > 10
                       IF WS-TP-COD(WS-IDX-TRS) IS NOT NUMERIC OR
                          WS-TP-CALIF(WS-IDX-TRS) IS NOT NUMERIC OR
                          WS-TP-P1(WS-IDX-TRS) IS NOT NUMERIC OR
                          WS-TP-P2(WS-IDX-TRS) IS NOT NUMERIC OR
                          WS-TP-FINAL(WS-IDX-TRS) IS NOT NUMERIC
                           ADD 1 TO WS-TRS-INVALIDAS
                       ELSE
                           ADD WS-TP-CALIF(WS-IDX-TRS) TO WS-TRS-HASH
                           IF WS-TP-COD(WS-IDX-TRS) > ZERO
                               MOVE WS-TP-COD(WS-IDX-TRS)
                                   TO WS-TRS-COD-EXT
                               PERFORM 8878-MAPEAR-MATERIA
                               IF WS-TRS-MAPEADA = 'N'
                                   ADD 1 TO WS-TRS-SIN-MAPEO
                                   PERFORM 8876-REVISION-SIN-MAPEO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN '5'
                   ADD 1 TO WS-TRS-CUENTA
                   PERFORM 8877-REVISION-ASISTENCIA
               WHEN '9'
                   MOVE 'S' TO WS-TRS-FIN-LEIDO
                   IF WS-TF-CUENTA IS NUMERIC AND
                      WS-TF-HASH IS NUMERIC
                       MOVE WS-TF-CUENTA TO WS-TRS-FIN-CUENTA
                       MOVE WS-TF-HASH TO WS-TRS-FIN-HASH
                   ELSE
                       ADD 1 TO WS-TRS-INVALIDAS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TRS-INVALIDAS
           END-EVALUATE.

       8874-CARGAR-PAQUETE.
           MOVE SPACES TO ALUMNO-REGISTRO.
           MOVE ZEROS TO CALIFICACIONES.
           MOVE ZEROS TO MATERIA-CODIGOS.
           MOVE ZEROS TO COMPONENTES.
           MOVE ZERO TO ALUMNO-NUM-MATERIAS.
           MOVE WS-TRS-ID-LOCAL TO ID-ALUMNO.
           MOVE WS-TRS-NOMBRE TO NOMBRE-ALUMNO.
           OPEN I-O HISTORICO.
           IF WS-STATUS-HIST = 35
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN I-O HISTORICO
           END-IF.
           IF WS-STATUS-HIST NOT = 00
               DISPLAY "ERROR AL ABRIR HISTORICO. CODIGO: "
                       WS-STATUS-HIST
               MOVE 'N' TO WS-TRS-VALIDO
           ELSE
               MOVE '1' TO WS-TRS-PASADA
               PERFORM 8879-LEER-PAQUETE-TRS
               IF WS-TRS-VALIDO = 'S'
                   PERFORM 8883-GRABAR-ALUMNO-TRS
               END-IF
               IF WS-TRS-VALIDO = 'S'
                   MOVE '2' TO WS-TRS-PASADA
                   PERFORM 8879-LEER-PAQUETE-TRS
                   PERFORM 8884-AUDITAR-IMPORTACION-TRS
               END-IF
               CLOSE HISTORICO
           END-IF.

       8875-VALIDAR-TOTALES-TRS.
           MOVE 'S' TO WS-TRS-VALIDO.
           IF WS-TRS-CAB-LEIDA = 'N'
               MOVE 'N' TO WS-TRS-VALIDO
               MOVE "PAQUETE SIN REGISTRO DE CABECERA."
                   TO REVISION-LINEA
               WRITE REVISION-LINEA
           END-IF.
           IF WS-TRS-IDENT-LEIDA = 'N'
               MOVE 'N' TO WS-TRS-VALIDO
               MOVE "PAQUETE SIN DATOS DE IDENTIDAD DEL ALUMNO."
                   TO REVISION-LINEA
               WRITE REVISION-LINEA
           END-IF.
           IF WS-TRS-FIN-LEIDO = 'N'
               MOVE 'N' TO WS-TRS-VALIDO
               MOVE "PAQUETE SIN REGISTRO DE CIERRE."
                   TO REVISION-LINEA
               WRITE REVISION-LINEA
           ELSE
               IF WS-TRS-FIN-CUENTA NOT = WS-TRS-CUENTA
                   MOVE 'N' TO WS-TRS-VALIDO
                   MOVE SPACES TO REVISION-LINEA
                   STRING
                       "CUENTA DEL CIERRE " DELIMITED BY SIZE
                       WS-TRS-FIN-CUENTA DELIMITED BY SIZE
                       " NO COINCIDE CON DETALLES LEIDOS "
                             DELIMITED BY SIZE
                       WS-TRS-CUENTA DELIMITED BY SIZE
                       INTO REVISION-LINEA
                   END-STRING
                   WRITE REVISION-LINEA
               END-IF
               IF WS-TRS-FIN-HASH NOT = WS-TRS-HASH
                   MOVE 'N' TO WS-TRS-VALIDO
                   MOVE SPACES TO REVISION-LINEA
                   STRING
                       "HASH DEL CIERRE " DELIMITED BY SIZE
                       WS-TRS-FIN-HASH DELIMITED BY SIZE
                       " NO COINCIDE CON CALIFICACIONES LEIDAS "
                             DELIMITED BY SIZE
                       WS-TRS-HASH DELIMITED BY SIZE
                       INTO REVISION-LINEA
                   END-STRING
                   WRITE REVISION-LINEA
               END-IF
           END-IF.
           IF WS-TRS-INVALIDAS > ZERO
               MOVE 'N' TO WS-TRS-VALIDO
               MOVE SPACES TO REVISION-LINEA
               STRING
                   "DATOS INVALIDOS EN EL PAQUETE: " DELIMITED BY SIZE
                   WS-TRS-INVALIDAS DELIMITED BY SIZE
                   INTO REVISION-LINEA
               END-STRING
               WRITE REVISION-LINEA
           END-IF.
           IF WS-TRS-VALIDO = 'N'
               DISPLAY "PAQUETE RECHAZADO POR CONTROL DE TOTALES."
           END-IF.

       8876-REVISION-SIN-MAPEO.
           MOVE SPACES TO REVISION-LINEA.
           IF WS-TRS-COD-LOCAL = ZERO
               STRING
                   "PERIODO "              DELIMITED BY SIZE
                   WS-TP-PERIODO           DELIMITED BY SIZE
                   "  MATERIA ORIGEN "     DELIMITED BY SIZE
                   WS-TRS-COD-EXT          DELIMITED BY SIZE
                   "  NOTA "               DELIMITED BY SIZE
                   WS-TP-CALIF(WS-IDX-TRS) DELIMITED BY SIZE
                   "  SIN EQUIVALENCIA, NO SE CARGA"
                                           DELIMITED BY SIZE
                   INTO REVISION-LINEA
               END-STRING
           ELSE
               STRING
                   "PERIODO "              DELIMITED BY SIZE
                   WS-TP-PERIODO           DELIMITED BY SIZE
                   "  MATERIA ORIGEN "     DELIMITED BY SIZE
                   WS-TRS-COD-EXT          DELIMITED BY SIZE
                   "  NOTA "               DELIMITED BY SIZE
                   WS-TP-CALIF(WS-IDX-TRS) DELIMITED BY SIZE
                   "  EQUIVALE A "         DELIMITED BY SIZE
                   WS-TRS-COD-LOCAL        DELIMITED BY SIZE
                   " QUE NO EXISTE EN CATALOGO" DELIMITED BY SIZE
                   INTO REVISION-LINEA
               END-STRING
           END-IF.
           WRITE REVISION-LINEA.

       8877-REVISION-ASISTENCIA.
           PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                     UNTIL WS-IDX-TRS > 10
               IF WS-TA-COD(WS-IDX-TRS) IS NOT NUMERIC OR
                  WS-TA-TOTAL(WS-IDX-TRS) IS NOT NUMERIC OR
                  WS-TA-PRESENTES(WS-IDX-TRS) IS NOT NUMERIC OR
                  WS-TA-PORC(WS-IDX-TRS) IS NOT NUMERIC
                   ADD 1 TO WS-TRS-INVALIDAS
               ELSE
               IF WS-TA-COD(WS-IDX-TRS) > ZERO
                   MOVE SPACES TO REVISION-LINEA
                   STRING
                       "ASISTENCIA EN ORIGEN (INFORMATIVA) MATERIA "
                                           DELIMITED BY SIZE
                       WS-TA-COD(WS-IDX-TRS)
                                           DELIMITED BY SIZE
                       ": "                DELIMITED BY SIZE
                       WS-TA-PRESENTES(WS-IDX-TRS)
                                           DELIMITED BY SIZE
                       " DE "              DELIMITED BY SIZE
                       WS-TA-TOTAL(WS-IDX-TRS)
                                           DELIMITED BY SIZE
                       " CLASES, "         DELIMITED BY SIZE
                       WS-TA-PORC(WS-IDX-TRS)
                                           DELIMITED BY SIZE
                       "%"                 DELIMITED BY SIZE
                       INTO REVISION-LINEA
                   END-STRING
                   WRITE REVISION-LINEA
               END-IF
               END-IF
           END-PERFORM.

       8878-MAPEAR-MATERIA.
           MOVE 'N' TO WS-TRS-MAPEADA.
           MOVE ZERO TO WS-TRS-COD-LOCAL.
           OPEN INPUT MAPEO-MATERIAS.
           IF WS-STATUS-MAP = 00
               MOVE WS-TRS-INST TO MAP-INST
               MOVE WS-TRS-COD-EXT TO MAP-COD-EXT
               READ MAPEO-MATERIAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MAP-COD-LOCAL TO WS-TRS-COD-LOCAL
               END-READ
               CLOSE MAPEO-MATERIAS
           END-IF.
           IF WS-TRS-COD-LOCAL > ZERO
               MOVE WS-TRS-COD-LOCAL TO WS-COD-MATERIA
               PERFORM 9400-VALIDAR-MATERIA
               IF WS-MATERIA-OK = 'S'
                   MOVE 'S' TO WS-TRS-MAPEADA
               END-IF
           END-IF.

       8879-LEER-PAQUETE-TRS.
           MOVE 'N' TO WS-EOF-TRASLADO.
           OPEN INPUT TRASLADO-ENT.
           IF WS-STATUS-TRE NOT = 00
               DISPLAY "ERROR AL ABRIR TRASLADO_ENTRADA.DAT. "
                       "CODIGO: " WS-STATUS-TRE
               MOVE SPACES TO REVISION-LINEA
               STRING
                   "ERROR AL ABRIR TRASLADO_ENTRADA.DAT. CODIGO: "
                                     DELIMITED BY SIZE
                   WS-STATUS-TRE     DELIMITED BY SIZE
                   INTO REVISION-LINEA
               END-STRING
               WRITE REVISION-LINEA
               IF WS-TRS-PASADA = '1'
                   MOVE 'N' TO WS-TRS-VALIDO
               ELSE
                   MOVE "PERIODOS HISTORICOS NO CARGADOS"
                       TO REVISION-LINEA
                   WRITE REVISION-LINEA
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF-TRASLADO = 'S'
                 READ TRASLADO-ENT INTO WS-TRS-REG
                   AT END MOVE 'S' TO WS-EOF-TRASLADO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-TC-TIPO = '4' AND
                                WS-TRS-PASADA = '1'
                               PERFORM 8882-ARMAR-ACTUAL-TRS
                           WHEN WS-TC-TIPO = '3' AND
                                WS-TRS-PASADA = '2'
                               PERFORM 8881-GRABAR-PERIODO-TRS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                 END-READ
               END-PERFORM
               CLOSE TRASLADO-ENT
           END-IF.

       8880-VERIFICAR-ID-LOCAL.
           MOVE SPACES TO WS-TRS-ID-ORIGEN.
           MOVE WS-TRS-ID-LOCAL TO WS-ASI-ID.
           PERFORM 9410-VALIDAR-ALUMNO.
           IF WS-ALUMNO-OK = 'S'
               MOVE "ALUMNOS" TO WS-TRS-ID-ORIGEN
           ELSE
               OPEN INPUT HISTORICO
               EVALUATE TRUE
                   WHEN WS-STATUS-HIST = 00
                       MOVE WS-TRS-ID-LOCAL TO HIST-ID
                       MOVE SPACES TO HIST-PERIODO
                       START HISTORICO KEY NOT < HIST-CLAVE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               READ HISTORICO NEXT RECORD
                                   AT END CONTINUE
                                   NOT AT END
                                     IF HIST-ID = WS-TRS-ID-LOCAL
                                         MOVE "HISTORICO"
                                             TO WS-TRS-ID-ORIGEN
                                     END-IF
                               END-READ
                       END-START
                       CLOSE HISTORICO
                   WHEN WS-STATUS-HIST = 35
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR AL ABRIR HISTORICO. CODIGO: "
                               WS-STATUS-HIST
                       MOVE "HISTORICO" TO WS-TRS-ID-ORIGEN
               END-EVALUATE
               IF WS-TRS-ID-ORIGEN = SPACES
                   MOVE WS-TRS-ID-LOCAL TO WS-EGR-ID-BUSCA
                   PERFORM 9592-LEER-ARCHIVADO
                   IF WS-EGR-ENCONTRADO = 'S'
                       MOVE "EGRESADOS" TO WS-TRS-ID-ORIGEN
                   END-IF
               END-IF
           END-IF.

       8881-GRABAR-PERIODO-TRS.
           MOVE SPACES TO HISTORICO-REGISTRO.
           MOVE WS-TRS-ID-LOCAL TO HIST-ID.
           MOVE WS-TP-PERIODO TO HIST-PERIODO.
           MOVE WS-TRS-NOMBRE TO HIST-NOMBRE.
           MOVE ZEROS TO HIST-CALIFICACIONES.
           MOVE ZEROS TO HIST-MATERIA-CODIGOS.
           MOVE ZEROS TO HIST-COMPONENTES.
           MOVE ZEROS TO HIST-SUPLETORIOS.
           MOVE ZERO TO WS-TRS-SLOT.
           PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                     UNTIL WS-IDX-TRS > 10
               MOVE SPACE TO HIST-SUPLE-ESTADO(WS-IDX-TRS)
               IF WS-TP-COD(WS-IDX-TRS) > ZERO
                   MOVE WS-TP-COD(WS-IDX-TRS) TO WS-TRS-COD-EXT
                   PERFORM 8878-MAPEAR-MATERIA
                   IF WS-TRS-MAPEADA = 'S'
                       ADD 1 TO WS-TRS-SLOT
                       MOVE WS-MATERIA-NOMBRE
                           TO HIST-MATERIA(WS-TRS-SLOT)
                       MOVE WS-TRS-COD-LOCAL
                           TO HIST-MATERIA-COD(WS-TRS-SLOT)
                       MOVE WS-TP-CALIF(WS-IDX-TRS)
                           TO HIST-CALIFICACION(WS-TRS-SLOT)
                       MOVE WS-TP-CALIF(WS-IDX-TRS)
                           TO HIST-NOTA-ORIGINAL(WS-TRS-SLOT)
                       MOVE WS-TP-P1(WS-IDX-TRS)
                           TO HIST-NOTA-PARCIAL1(WS-TRS-SLOT)
                       MOVE WS-TP-P2(WS-IDX-TRS)
                           TO HIST-NOTA-PARCIAL2(WS-TRS-SLOT)
                       MOVE WS-TP-FINAL(WS-IDX-TRS)
                           TO HIST-NOTA-FINAL(WS-TRS-SLOT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TP-ESTATUS TO HIST-ESTATUS.
           MOVE WS-TP-CONDICION TO HIST-CONDICION.
           MOVE WS-TRS-SLOT TO HIST-NUM-MATERIAS.
           WRITE HISTORICO-REGISTRO
               INVALID KEY
                   MOVE SPACES TO REVISION-LINEA
                   STRING
                       "PERIODO "    DELIMITED BY SIZE
                       HIST-PERIODO  DELIMITED BY SIZE
                       " YA EXISTE EN HISTORICO, NO SE CARGA"
                                     DELIMITED BY SIZE
                       INTO REVISION-LINEA
                   END-STRING
                   WRITE REVISION-LINEA
                       END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-TRS-CARGADOS
           END-WRITE.

       8882-ARMAR-ACTUAL-TRS.
           MOVE ZERO TO WS-TRS-SLOT.
           PERFORM VARYING WS-IDX-TRS FROM 1 BY 1
                     UNTIL WS-IDX-TRS > 10
               IF WS-TP-COD(WS-IDX-TRS) > ZERO
                   MOVE WS-TP-COD(WS-IDX-TRS) TO WS-TRS-COD-EXT
                   PERFORM 8878-MAPEAR-MATERIA
                   IF WS-TRS-MAPEADA = 'S'
                       ADD 1 TO WS-TRS-SLOT
                       MOVE WS-MATERIA-NOMBRE TO MATERIA(WS-TRS-SLOT)
                       MOVE WS-TRS-COD-LOCAL
                           TO MATERIA-COD(WS-TRS-SLOT)
                       MOVE WS-TP-CALIF(WS-IDX-TRS)
                           TO CALIFICACION(WS-TRS-SLOT)
                       MOVE WS-TP-P1(WS-IDX-TRS)
                           TO NOTA-PARCIAL1(WS-TRS-SLOT)
                       MOVE WS-TP-P2(WS-IDX-TRS)
                           TO NOTA-PARCIAL2(WS-TRS-SLOT)
                       MOVE WS-TP-FINAL(WS-IDX-TRS)
                           TO NOTA-FINAL(WS-TRS-SLOT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TRS-SLOT TO ALUMNO-NUM-MATERIAS.

       8883-GRABAR-ALUMNO-TRS.
           MOVE WS-TRS-ID-LOCAL TO ID-ALUMNO.
           MOVE 'A' TO ALUMNO-ESTATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO ALUMNO-FECHA-ESTATUS.
           MOVE SPACES TO SECCIONES-ALUMNO.
           MOVE SPACE TO ALUMNO-MIN-ESTADO.
           MOVE SPACES TO ALUMNO-MIN-MOTIVO.
           MOVE SPACE TO ALUMNO-CONDICION.
           PERFORM 2050-ABRIR-ALUMNOS-ESCRITURA.
           IF WS-STATUS NOT = 00
               MOVE 'N' TO WS-TRS-VALIDO
           ELSE
               WRITE ALUMNO-REGISTRO
                   INVALID KEY
                       DISPLAY
                        "ERROR AL GRABAR ALUMNO. CODIGO: " WS-STATUS
                       MOVE 'N' TO WS-TRS-VALIDO
                   NOT INVALID KEY
                       MOVE "ALTA" TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-DETALLE-AUDITORIA
                       STRING
                           "ALTA POR TRASLADO DESDE " DELIMITED BY SIZE
                           WS-TRS-INST               DELIMITED BY SIZE
                           ", ID DE ORIGEN "         DELIMITED BY SIZE
                           WS-TRS-ID                 DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDITORIA
                       END-STRING
                       PERFORM 9000-REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.
           CLOSE ALUMNOS.

       8884-AUDITAR-IMPORTACION-TRS.
           MOVE WS-TRS-ID-LOCAL TO ID-ALUMNO.
           MOVE "IMPORT-TRAS" TO WS-ACCION-AUDITORIA.
           MOVE SPACES TO WS-DETALLE-AUDITORIA.
           STRING
               "PAQUETE DE TRASLADO, PERIODOS: "
                                 DELIMITED BY SIZE
               WS-TRS-CARGADOS   DELIMITED BY SIZE
               ", SIN EQUIVALENCIA: "
                                 DELIMITED BY SIZE
               WS-TRS-SIN-MAPEO  DELIMITED BY SIZE
               INTO WS-DETALLE-AUDITORIA
           END-STRING.
           PERFORM 9000-REGISTRAR-AUDITORIA.
           DISPLAY "ALUMNO IMPORTADO CON ID: " ID-ALUMNO.
           DISPLAY "PERIODOS HISTORICOS CARGADOS: " WS-TRS-CARGADOS.
           DISPLAY "ASIGNE SECCIONES CON LA OPCION 4.".

       8890-MAPEO-MATERIAS.
           MOVE 'N' TO WS-BANDERA.
           PERFORM UNTIL WS-BANDERA = 'S'
               DISPLAY "CODIGO DE LA INSTITUCION DE ORIGEN "
                       "(EN BLANCO PARA TERMINAR): "
               MOVE SPACES TO WS-TRS-INST
               ACCEPT WS-TRS-INST
               IF WS-TRS-INST = SPACES
                   MOVE 'S' TO WS-BANDERA
               ELSE
                   DISPLAY "CODIGO DE MATERIA EN LA INSTITUCION "
                           "DE ORIGEN: "
                   ACCEPT WS-TRS-COD-EXT
                   DISPLAY "CODIGO EQUIVALENTE EN EL CATALOGO "
                           "(000 ELIMINA): "
                   ACCEPT WS-TRS-COD-LOCAL
                   IF WS-TRS-COD-LOCAL = ZERO
                       PERFORM 8892-GRABAR-MAPEO
                   ELSE
                       MOVE WS-TRS-COD-LOCAL TO WS-COD-MATERIA
                       PERFORM 9400-VALIDAR-MATERIA
                       IF WS-MATERIA-OK = 'N'
                           DISPLAY
                             "CODIGO DE MATERIA NO EXISTE EN CATALOGO."
                       ELSE
                           DISPLAY 'Materia: ' WS-MATERIA-NOMBRE
                           PERFORM 8892-GRABAR-MAPEO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1000-MENU-OPCIONES.

       8892-GRABAR-MAPEO.
           OPEN I-O MAPEO-MATERIAS.
           IF WS-STATUS-MAP = 35
               OPEN OUTPUT MAPEO-MATERIAS
               CLOSE MAPEO-MATERIAS
               OPEN I-O MAPEO-MATERIAS
           END-IF.
           IF WS-STATUS-MAP NOT = 00
               DISPLAY "ERROR AL ABRIR MAPEO DE MATERIAS. CODIGO: "
                       WS-STATUS-MAP
           ELSE
               MOVE WS-TRS-INST TO MAP-INST
               MOVE WS-TRS-COD-EXT TO MAP-COD-EXT
               IF WS-TRS-COD-LOCAL = ZERO
                   DELETE MAPEO-MATERIAS RECORD
                       INVALID KEY
                           DISPLAY "EQUIVALENCIA NO REGISTRADA."
                       NOT INVALID KEY
                           DISPLAY "EQUIVALENCIA ELIMINADA."
                   END-DELETE
               ELSE
                   MOVE WS-TRS-COD-LOCAL TO MAP-COD-LOCAL
                   WRITE MAPEO-REGISTRO
                       INVALID KEY
                           REWRITE MAPEO-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERROR AL GRABAR "
                                           "EQUIVALENCIA. CODIGO: "
                                           WS-STATUS-MAP
                               NOT INVALID KEY
                                   DISPLAY "EQUIVALENCIA ACTUALIZADA."
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY "EQUIVALENCIA REGISTRADA."
                   END-WRITE
               END-IF
               CLOSE MAPEO-MATERIAS
           END-IF.

       8900-EXPORTAR-MINISTERIO.
           MOVE ZERO TO WS-MIN-CUENTA.
                       WRITE MIN-DISCREP-LINEA
                   END-IF
               ELSE
                   ADD 1 TO WS-MR-DISCREPANCIAS
                   MOVE "SIN CONTROL DE ENVIO PARA COMPARAR."
                       TO MIN-DISCREP-LINEA
                   WRITE MIN-DISCREP-LINEA
               END-IF
           END-IF.

       8958-RESUMEN-CONCILIACION.
           MOVE SPACES TO MIN-DISCREP-LINEA.
           WRITE MIN-DISCREP-LINEA.
           MOVE SPACES TO MIN-DISCREP-LINEA.
           STRING
               "DETALLES: "       DELIMITED BY SIZE
               WS-MR-DETALLES     DELIMITED BY SIZE
               "  ACEPTADOS: "    DELIMITED BY SIZE
               WS-MR-ACEPTADOS    DELIMITED BY SIZE
               "  RECHAZADOS: "   DELIMITED BY SIZE
               WS-MR-RECHAZADOS   DELIMITED BY SIZE
               "  NO ENCONTRADOS: " DELIMITED BY SIZE
               WS-MR-NO-ENCONTRADOS DELIMITED BY SIZE
               INTO MIN-DISCREP-LINEA
           END-STRING.
           WRITE MIN-DISCREP-LINEA.
           MOVE SPACES TO MIN-DISCREP-LINEA.
           STRING
               "TOTAL DISCREPANCIAS: " DELIMITED BY SIZE
               WS-MR-DISCREPANCIAS     DELIMITED BY SIZE
               INTO MIN-DISCREP-LINEA
           END-STRING.
           WRITE MIN-DISCREP-LINEA.

       8960-GENERAR-REENVIO.
           MOVE ZERO TO WS-RE-CUENTA.
           MOVE ZERO TO WS-RE-HASH.
           MOVE 'N' TO WS-EOF-ALUMNOS.
           OPEN INPUT ALUMNOS.
           IF WS-STATUS NOT = 00
               DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                       WS-STATUS
           ELSE
               OPEN OUTPUT MINISTERIO-RE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-INST-CODIGO TO WS-MC-INST
               MOVE WS-FECHA-HORA(1:8) TO WS-MC-FECHA
               MOVE WS-PERIODO-ACTUAL TO WS-MC-PERIODO
               WRITE MINISTERIO-RE-LINEA FROM WS-MIN-CAB
               PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                 READ ALUMNOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ALUMNOS
                   NOT AT END
                       IF ALUMNO-MIN-ESTADO = 'R'
                           PERFORM 8965-DETALLE-REENVIO
                       END-IF
                 END-READ
               END-PERFORM
               MOVE WS-RE-CUENTA TO WS-MF-CUENTA
               MOVE WS-RE-HASH TO WS-MF-HASH
               WRITE MINISTERIO-RE-LINEA FROM WS-MIN-FIN
               CLOSE MINISTERIO-RE
               CLOSE ALUMNOS
               MOVE ZERO TO ID-ALUMNO
               MOVE "REENVIO-MIN" TO WS-ACCION-AUDITORIA
               MOVE SPACES TO WS-DETALLE-AUDITORIA
               STRING
                   "REENVIO AL MINISTERIO, REGISTROS: "
                                DELIMITED BY SIZE
                   WS-RE-CUENTA DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDITORIA
               END-STRING
               PERFORM 9000-REGISTRAR-AUDITORIA
               DISPLAY "REENVIO GENERADO EN MINISTERIO_RE.DAT"
               DISPLAY "REGISTROS DE REENVIO: " WS-RE-CUENTA
           END-IF.

       8965-DETALLE-REENVIO.
           MOVE ID-ALUMNO TO WS-MD-ID.
           MOVE NOMBRE-ALUMNO TO WS-MD-NOMBRE.
           PERFORM 9470-NUM-MATERIAS-ALUMNO.
           MOVE ZERO TO WS-SUMA-NOTAS.
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                     UNTIL WS-CONTADOR > 10
               IF WS-CONTADOR <= WS-NUM-MAT
                   MOVE MATERIA-COD(WS-CONTADOR)
                       TO WS-MD-COD(WS-CONTADOR)
                   MOVE CALIFICACION(WS-CONTADOR)
                       TO WS-MD-CALIF(WS-CONTADOR)
                   ADD CALIFICACION(WS-CONTADOR) TO WS-SUMA-NOTAS
                   ADD CALIFICACION(WS-CONTADOR) TO WS-RE-HASH
               ELSE
                   MOVE ZERO TO WS-MD-COD(WS-CONTADOR)
                   MOVE ZERO TO WS-MD-CALIF(WS-CONTADOR)
               END-IF
           END-PERFORM.
           COMPUTE WS-PROMEDIO = WS-SUMA-NOTAS / WS-NUM-MAT.
           COMPUTE WS-MD-PROMEDIO = WS-PROMEDIO * 100.
           ADD 1 TO WS-RE-CUENTA.
           WRITE MINISTERIO-RE-LINEA FROM WS-MIN-DET.

       8970-FACTURAR-PENSIONES.
           MOVE ZERO TO WS-PEN-FACTURADOS.
           MOVE ZERO TO WS-PEN-YA-FACTURADOS.
           MOVE ZERO TO WS-PEN-TOTAL-FACTURADO.
           MOVE ZERO TO WS-RET-NUEVAS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:6) TO WS-PEN-MES.
           IF WS-MODO-BATCH = 'N'
               DISPLAY "MES A FACTURAR AAAAMM (VACIO = " WS-PEN-MES
                       "): "
               ACCEPT WS-PEN-MES
               IF WS-PEN-MES = SPACES
                   MOVE WS-FECHA-HORA(1:6) TO WS-PEN-MES
               END-IF
           END-IF.
           IF WS-PENSION-MENSUAL = ZERO
               DISPLAY "PENSION MENSUAL NO CONFIGURADA. "
                       "NO SE FACTURA."
               MOVE 8 TO WS-RC-BATCH
           ELSE
               IF WS-PEN-MES IS NOT NUMERIC
                   DISPLAY "MES INVALIDO. NO SE FACTURA."
                   MOVE 8 TO WS-RC-BATCH
               ELSE
                   PERFORM 8972-PROCESAR-FACTURACION
               END-IF
           END-IF.
           IF WS-MODO-BATCH = 'N'
               PERFORM 1000-MENU-OPCIONES
           END-IF.

       8972-PROCESAR-FACTURACION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-PEN-HOY.
           COMPUTE WS-PEN-VENCE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PEN-HOY) + WS-PLAZO-PAGO).
           MOVE 'N' TO WS-EOF-ALUMNOS.
           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   OPEN I-O PENSIONES
                   IF WS-STATUS-PNS = 35
                       OPEN OUTPUT PENSIONES
                       CLOSE PENSIONES
                       OPEN I-O PENSIONES
                   END-IF
                   IF WS-STATUS-PNS NOT = 00
                       DISPLAY "ERROR AL ABRIR PENSIONES. CODIGO: "
                               WS-STATUS-PNS
                       MOVE 8 TO WS-RC-BATCH
                   ELSE
                       PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                         READ ALUMNOS NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-ALUMNOS
                           NOT AT END PERFORM 8974-FACTURAR-ALUMNO
                         END-READ
                       END-PERFORM
                       CLOSE PENSIONES
                   END-IF
                   CLOSE ALUMNOS
                   MOVE WS-PEN-TOTAL-FACTURADO TO WS-TOTAL-EDIT
                   DISPLAY "PENSIONES FACTURADAS: " WS-PEN-FACTURADOS
                   DISPLAY "YA FACTURADAS EN EL MES: "
                           WS-PEN-YA-FACTURADOS
                   DISPLAY "TOTAL FACTURADO: " WS-TOTAL-EDIT
                   PERFORM 8986-GENERAR-CARTERA
                   MOVE ZERO TO ID-ALUMNO
                   MOVE "FACTURACION" TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                   STRING
                       "MES "                DELIMITED BY SIZE
                       WS-PEN-MES            DELIMITED BY SIZE
                       " FACTURADOS: "       DELIMITED BY SIZE
                       WS-PEN-FACTURADOS     DELIMITED BY SIZE
                       " TOTAL: "            DELIMITED BY SIZE
                       WS-TOTAL-EDIT         DELIMITED BY SIZE
                       " RETENCIONES: "      DELIMITED BY SIZE
                       WS-RET-NUEVAS         DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDITORIA
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
               WHEN WS-STATUS = 35
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
                   MOVE 8 TO WS-RC-BATCH
           END-EVALUATE.

       8974-FACTURAR-ALUMNO.
           PERFORM 9430-EVALUAR-ACTIVO.
           IF WS-ALUMNO-ACTIVO = 'S'
               MOVE ID-ALUMNO TO PEN-ID
               MOVE WS-PEN-MES TO PEN-PERIODO
               MOVE WS-PEN-HOY TO PEN-FECHA-CARGO
               MOVE WS-PEN-VENCE TO PEN-FECHA-VENCE
               MOVE WS-PENSION-MENSUAL TO PEN-CARGO
               MOVE ZERO TO PEN-PAGADO
               MOVE ZERO TO PEN-FECHA-PAGO
               WRITE PENSION-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-PEN-YA-FACTURADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-PEN-FACTURADOS
                       ADD WS-PENSION-MENSUAL TO WS-PEN-TOTAL-FACTURADO
               END-WRITE
           END-IF.

       8980-REGISTRAR-PAGOS.
           MOVE 'N' TO WS-BANDERA.
           PERFORM UNTIL WS-BANDERA = 'S'
               DISPLAY "ID DEL ALUMNO (00000 PARA TERMINAR): "
               ACCEPT WS-ASI-ID
               IF WS-ASI-ID = ZERO
                   MOVE 'S' TO WS-BANDERA
               ELSE
                   PERFORM 9410-VALIDAR-ALUMNO
                   IF WS-ALUMNO-OK = 'N'
                       DISPLAY "ESTUDIANTE NO ENCONTRADO."
                   ELSE
                       DISPLAY 'Alumno: ' NOMBRE-ALUMNO
                       PERFORM 8982-PAGO-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1000-MENU-OPCIONES.

       8982-PAGO-ALUMNO.
           MOVE WS-ASI-ID TO WS-RET-ID.
           PERFORM 9565-CALCULAR-MORA.
           MOVE WS-MORA-TOTAL TO WS-MONTO-EDIT.
           MOVE WS-MORA-VENCIDA TO WS-MONTO-EDIT2.
           DISPLAY "SALDO PENDIENTE: " WS-MONTO-EDIT
                   "   VENCIDO: " WS-MONTO-EDIT2.
           IF WS-MORA-TOTAL = ZERO
               DISPLAY "EL ALUMNO NO TIENE SALDO PENDIENTE."
           ELSE
               DISPLAY "MONTO RECIBIDO (0 = CANCELAR): "
               ACCEPT WS-PAGO-MONTO
               IF WS-PAGO-MONTO = ZERO
                   DISPLAY "PAGO CANCELADO."
               ELSE
                   IF WS-PAGO-MONTO > WS-MORA-TOTAL
                       DISPLAY "EL MONTO SUPERA EL SALDO PENDIENTE. "
                               "PAGO NO REGISTRADO."
                   ELSE
                       PERFORM 8983-APLICAR-PAGO
                   END-IF
               END-IF
           END-IF.
           PERFORM 9560-VERIFICAR-RETENCION.
           IF WS-RETENCION-ACTIVA = 'S'
               DISPLAY "*** ATENCION: ALUMNO CON RETENCION FINANCIERA."
                       " REQUIERE LIBERACION DE UN SUPERVISOR ***"
           END-IF.

       8983-APLICAR-PAGO.
           MOVE WS-PAGO-MONTO TO WS-PAGO-RESTO.
           MOVE 'N' TO WS-EOF-PENSIONES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-PEN-HOY.
           OPEN I-O PENSIONES.
           IF WS-STATUS-PNS NOT = 00
               DISPLAY "ERROR AL ABRIR PENSIONES. CODIGO: "
                       WS-STATUS-PNS
           ELSE
               MOVE WS-RET-ID TO PEN-ID
               MOVE SPACES TO PEN-PERIODO
               START PENSIONES KEY NOT < PEN-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-PENSIONES
               END-START
               PERFORM UNTIL WS-EOF-PENSIONES = 'S' OR
                             WS-PAGO-RESTO = ZERO
                 READ PENSIONES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-PENSIONES
                   NOT AT END
                     IF PEN-ID NOT = WS-RET-ID
                         MOVE 'S' TO WS-EOF-PENSIONES
                     ELSE
                         PERFORM 8984-ABONAR-PENSION
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PENSIONES
               MOVE WS-RET-ID TO ID-ALUMNO
               PERFORM 9565-CALCULAR-MORA
               MOVE WS-PAGO-MONTO TO WS-MONTO-EDIT
               MOVE WS-MORA-TOTAL TO WS-MONTO-EDIT2
               DISPLAY "PAGO REGISTRADO: " WS-MONTO-EDIT
                       "   SALDO PENDIENTE: " WS-MONTO-EDIT2
               MOVE "PAGO" TO WS-ACCION-AUDITORIA
               MOVE SPACES TO WS-DETALLE-AUDITORIA
               STRING
                   "PAGO DE PENSION: "    DELIMITED BY SIZE
                   WS-MONTO-EDIT          DELIMITED BY SIZE
                   " SALDO PENDIENTE: "   DELIMITED BY SIZE
                   WS-MONTO-EDIT2         DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDITORIA
               END-STRING
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.

       8984-ABONAR-PENSION.
           IF PEN-CARGO > PEN-PAGADO
               COMPUTE WS-PEN-SALDO = PEN-CARGO - PEN-PAGADO
               IF WS-PAGO-RESTO < WS-PEN-SALDO
                   MOVE WS-PAGO-RESTO TO WS-PAGO-APLICA
               ELSE
                   MOVE WS-PEN-SALDO TO WS-PAGO-APLICA
               END-IF
               ADD WS-PAGO-APLICA TO PEN-PAGADO
               MOVE WS-PEN-HOY TO PEN-FECHA-PAGO
               REWRITE PENSION-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR PAGO DEL MES "
                               PEN-PERIODO ". CODIGO: " WS-STATUS-PNS
                   NOT INVALID KEY
                       SUBTRACT WS-PAGO-APLICA FROM WS-PAGO-RESTO
               END-REWRITE
           END-IF.

       8985-CARTERA-VENCIDA.
           MOVE ZERO TO WS-RET-NUEVAS.
           PERFORM 8986-GENERAR-CARTERA.
           PERFORM 1000-MENU-OPCIONES.

       8986-GENERAR-CARTERA.
           MOVE ZERO TO WS-CAR-ALUMNOS.
           MOVE ZERO TO WS-CAR-TOT-VENCIDO.
           MOVE ZERO TO WS-CAR-TOT-GENERAL.
           MOVE 'N' TO WS-EOF-ALUMNOS.
           OPEN INPUT ALUMNOS.
           EVALUATE TRUE
               WHEN WS-STATUS = 00
                   OPEN OUTPUT CARTERA
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE SPACES TO CARTERA-LINEA
                   STRING
                       "CARTERA DE PENSIONES POR ANTIGUEDAD AL "
                                          DELIMITED BY SIZE
                       WS-FECHA-HORA(1:8) DELIMITED BY SIZE
                       INTO CARTERA-LINEA
                   END-STRING
                   WRITE CARTERA-LINEA
                   MOVE ALL "=" TO CARTERA-LINEA
                   WRITE CARTERA-LINEA
                   MOVE WS-LIN-CARTERA-CAB TO CARTERA-LINEA
                   WRITE CARTERA-LINEA
                   PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                     READ ALUMNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ALUMNOS
                       NOT AT END PERFORM 8987-CARTERA-ALUMNO
                     END-READ
                   END-PERFORM
                   MOVE ALL "-" TO CARTERA-LINEA
                   WRITE CARTERA-LINEA
                   MOVE WS-CAR-TOT-VENCIDO TO WS-TOTAL-EDIT
                   MOVE SPACES TO CARTERA-LINEA
                   STRING
                       "ALUMNOS CON SALDO: " DELIMITED BY SIZE
                       WS-CAR-ALUMNOS        DELIMITED BY SIZE
                       "   TOTAL VENCIDO: "  DELIMITED BY SIZE
                       WS-TOTAL-EDIT         DELIMITED BY SIZE
                       INTO CARTERA-LINEA
                   END-STRING
                   WRITE CARTERA-LINEA
                   MOVE WS-CAR-TOT-GENERAL TO WS-TOTAL-EDIT
                   MOVE SPACES TO CARTERA-LINEA
                   STRING
                       "TOTAL POR COBRAR: "  DELIMITED BY SIZE
                       WS-TOTAL-EDIT         DELIMITED BY SIZE
                       "   NUEVAS RETENCIONES: " DELIMITED BY SIZE
                       WS-RET-NUEVAS         DELIMITED BY SIZE
                       INTO CARTERA-LINEA
                   END-STRING
                   WRITE CARTERA-LINEA
                   CLOSE CARTERA
                   DISPLAY "REPORTE GENERADO EN CARTERA.TXT"
                   DISPLAY "ALUMNOS CON SALDO: " WS-CAR-ALUMNOS
                   DISPLAY "NUEVAS RETENCIONES FINANCIERAS: "
                           WS-RET-NUEVAS
               WHEN WS-STATUS = 35
                   DISPLAY "NO HAY ALUMNOS REGISTRADOS."
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
           END-EVALUATE.
           CLOSE ALUMNOS.

       8987-CARTERA-ALUMNO.
           MOVE ID-ALUMNO TO WS-RET-ID.
           PERFORM 9565-CALCULAR-MORA.
           IF WS-MORA-TOTAL > ZERO
               ADD 1 TO WS-CAR-ALUMNOS
               ADD WS-MORA-VENCIDA TO WS-CAR-TOT-VENCIDO
               ADD WS-MORA-TOTAL TO WS-CAR-TOT-GENERAL
               PERFORM 9570-APLICAR-RETENCION
               MOVE ID-ALUMNO TO WS-LC-ID
               MOVE NOMBRE-ALUMNO TO WS-LC-NOMBRE
               MOVE WS-MORA-CORRIENTE TO WS-LC-CORRIENTE
               MOVE WS-MORA-30 TO WS-LC-D30
               MOVE WS-MORA-60 TO WS-LC-D60
               MOVE WS-MORA-90 TO WS-LC-D90
               MOVE WS-MORA-MAS90 TO WS-LC-MAS90
               MOVE WS-MORA-TOTAL TO WS-LC-TOTAL
               IF WS-RETENCION-ACTIVA = 'S'
                   MOVE "RETENID" TO WS-LC-MARCA
               ELSE
                   MOVE SPACES TO WS-LC-MARCA
               END-IF
               MOVE WS-LIN-CARTERA TO CARTERA-LINEA
               WRITE CARTERA-LINEA
           END-IF.

       8990-LIBERAR-RETENCION.
           MOVE 'N' TO WS-BANDERA.
           PERFORM UNTIL WS-BANDERA = 'S'
               DISPLAY "ID DEL ALUMNO (00000 PARA TERMINAR): "
               ACCEPT WS-ASI-ID
               IF WS-ASI-ID = ZERO
                   MOVE 'S' TO WS-BANDERA
               ELSE
                   MOVE WS-ASI-ID TO WS-RET-ID
                   PERFORM 9560-VERIFICAR-RETENCION
                   IF WS-RETENCION-ACTIVA = 'N'
                       DISPLAY "EL ALUMNO NO TIENE RETENCION "
                               "FINANCIERA VIGENTE."
                   ELSE
                       PERFORM 8992-CONFIRMAR-LIBERACION
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1000-MENU-OPCIONES.

       8992-CONFIRMAR-LIBERACION.
           MOVE RET-SALDO-VENCIDO TO WS-MONTO-EDIT.
           DISPLAY "RETENCION DESDE: " RET-FECHA
                   "   SALDO VENCIDO AL RETENER: " WS-MONTO-EDIT.
           PERFORM 9565-CALCULAR-MORA.
           MOVE WS-MORA-VENCIDA TO WS-MONTO-EDIT.
           DISPLAY "SALDO VENCIDO ACTUAL: " WS-MONTO-EDIT.
           DISPLAY "CONFIRMA LIBERAR LA RETENCION ? S / N".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 'S' AND WS-OPCION NOT = 's'
               DISPLAY "OPERACION CANCELADA."
           ELSE
               MOVE SPACES TO WS-RET-MOTIVO
               PERFORM UNTIL WS-RET-MOTIVO NOT = SPACES
                   DISPLAY "MOTIVO DE LA LIBERACION: "
                   ACCEPT WS-RET-MOTIVO
               END-PERFORM
               OPEN I-O RETENCIONES
               IF WS-STATUS-RET NOT = 00
                   DISPLAY "ERROR AL ABRIR RETENCIONES. CODIGO: "
                           WS-STATUS-RET
               ELSE
                   MOVE WS-RET-ID TO RET-ID-ALUMNO
                   READ RETENCIONES
                       INVALID KEY
                           DISPLAY "RETENCION NO ENCONTRADA."
                       NOT INVALID KEY
                           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                           MOVE 'L' TO RET-ESTADO
                           MOVE WS-FECHA-HORA(1:8) TO RET-FECHA-LIBERA
                           MOVE WS-OPERADOR-ID TO RET-SUPERVISOR
                           MOVE WS-RET-MOTIVO TO RET-MOTIVO
                           REWRITE RETENCION-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERROR AL LIBERAR. CODIGO: "
                                           WS-STATUS-RET
                               NOT INVALID KEY
                                   DISPLAY "RETENCION LIBERADA."
                                   MOVE WS-RET-ID TO ID-ALUMNO
                                   MOVE "LIBERA-RET"
                                       TO WS-ACCION-AUDITORIA
                                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                                   STRING
                                       "RETENCION LIBERADA: "
                                                     DELIMITED BY SIZE
                                       WS-RET-MOTIVO DELIMITED BY SIZE
                                       INTO WS-DETALLE-AUDITORIA
                                   END-STRING
                                   PERFORM 9000-REGISTRAR-AUDITORIA
                           END-REWRITE
                   END-READ
                   CLOSE RETENCIONES
               END-IF
           END-IF.

       8995-DEPURAR-INACTIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-PUR-HOY.
           COMPUTE WS-PUR-CORTE =
               WS-PUR-HOY - WS-ANOS-RETENCION * 10000.
           DISPLAY "DEPURACION DE ALUMNOS RETIRADOS, TRASLADADOS Y "
                   "GRADUADOS".
           DISPLAY "PERIODO DE RETENCION (ANOS): " WS-ANOS-RETENCION.
           DISPLAY "SE ARCHIVAN LOS QUE CAMBIARON DE ESTATUS ANTES DE: "
                   WS-PUR-CORTE.
           DISPLAY "CONFIRMA LA DEPURACION ? S / N".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 'S' AND WS-OPCION NOT = 's'
               DISPLAY "DEPURACION CANCELADA."
           ELSE
               PERFORM 9820-TOMAR-CANDADO-EXCLUSIVO
               IF WS-CANDADO-OK = 'N'
                   DISPLAY "DEPURACION NO INICIADA: ARCHIVO EN USO."
               ELSE
                   PERFORM 8996-EJECUTAR-DEPURACION
                   PERFORM 9830-LIBERAR-CANDADO-EXCLUSIVO
                   MOVE ZERO TO ID-ALUMNO
                   MOVE "DEPURACION" TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                   STRING
                       "DEPURACION AL " DELIMITED BY SIZE
                       WS-PUR-CORTE     DELIMITED BY SIZE
                       ", ALUMNOS: "    DELIMITED BY SIZE
                       WS-PUR-ALU-ELIM  DELIMITED BY SIZE
                       ", PERIODOS: "   DELIMITED BY SIZE
                       WS-PUR-HIST-ELIM DELIMITED BY SIZE
                       ", ASISTENCIAS: " DELIMITED BY SIZE
                       WS-PUR-ASIS-ELIM DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDITORIA
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
                   DISPLAY "REPORTE GENERADO EN DEPURACION.TXT"
                   DISPLAY "ALUMNOS ARCHIVADOS: " WS-PUR-ALU-ELIM
                   DISPLAY "PERIODOS HISTORICOS ARCHIVADOS: "
                           WS-PUR-HIST-ELIM
                   DISPLAY "REGISTROS DE ASISTENCIA ARCHIVADOS: "
                           WS-PUR-ASIS-ELIM
               END-IF
           END-IF.
           PERFORM 1000-MENU-OPCIONES.

       8996-EJECUTAR-DEPURACION.
           MOVE ZERO TO WS-PUR-LEIDOS.
           MOVE ZERO TO WS-PUR-CANDIDATOS.
           MOVE ZERO TO WS-PUR-RETENIDOS.
           MOVE ZERO TO WS-PUR-DUPLICADOS.
           MOVE ZERO TO WS-PUR-FALLIDOS.
           MOVE ZERO TO WS-PUR-ALU-ARCH.
           MOVE ZERO TO WS-PUR-ALU-ELIM.
           MOVE ZERO TO WS-PUR-HIST-ARCH.
           MOVE ZERO TO WS-PUR-HIST-ELIM.
           MOVE ZERO TO WS-PUR-ASIS-ARCH.
           MOVE ZERO TO WS-PUR-ASIS-ELIM.

           OPEN OUTPUT DEPURACION-RPT.
           MOVE
               "DEPURACION DE ALUMNOS INACTIVOS AL ARCHIVO DE EGRESADOS"
               TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.
           MOVE ALL "=" TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.
           MOVE SPACES TO DEPURACION-LINEA.
           STRING
               "FECHA: "           DELIMITED BY SIZE
               WS-PUR-HOY          DELIMITED BY SIZE
               "  RETENCION (ANOS): " DELIMITED BY SIZE
               WS-ANOS-RETENCION   DELIMITED BY SIZE
               "  ESTATUS ANTERIOR A: " DELIMITED BY SIZE
               WS-PUR-CORTE        DELIMITED BY SIZE
               INTO DEPURACION-LINEA
           END-STRING.
           WRITE DEPURACION-LINEA.
           MOVE SPACES TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.
           MOVE WS-CAB-DEPURACION TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.

           OPEN I-O EGRESADOS.
           IF WS-STATUS-EGR = 35
               OPEN OUTPUT EGRESADOS
               CLOSE EGRESADOS
               OPEN I-O EGRESADOS
           END-IF.
           MOVE 'S' TO WS-PUR-HIST-OK.
           OPEN I-O HISTORICO.
           IF WS-STATUS-HIST = 35
               MOVE 'N' TO WS-PUR-HIST-OK
           ELSE
           IF WS-STATUS-HIST NOT = 00
               MOVE 'E' TO WS-PUR-HIST-OK
           END-IF
           END-IF.
           MOVE 'S' TO WS-PUR-ASIS-OK.
           OPEN I-O ASISTENCIA.
           IF WS-STATUS-ASI = 35
               MOVE 'N' TO WS-PUR-ASIS-OK
           ELSE
           IF WS-STATUS-ASI NOT = 00
               MOVE 'E' TO WS-PUR-ASIS-OK
           END-IF
           END-IF.
           OPEN I-O ALUMNOS.

           EVALUATE TRUE
               WHEN WS-STATUS-EGR NOT = 00
                   DISPLAY "ERROR AL ABRIR ARCHIVO DE EGRESADOS. "
                           "CODIGO: " WS-STATUS-EGR
                   MOVE "ARCHIVO DE EGRESADOS NO DISPONIBLE"
                       TO DEPURACION-LINEA
                   WRITE DEPURACION-LINEA
               WHEN WS-PUR-HIST-OK = 'E'
                   DISPLAY "ERROR AL ABRIR HISTORICO. CODIGO: "
                           WS-STATUS-HIST
                   MOVE SPACES TO DEPURACION-LINEA
                   STRING
                       "ARCHIVO HISTORICO NO DISPONIBLE. CODIGO: "
                                         DELIMITED BY SIZE
                       WS-STATUS-HIST    DELIMITED BY SIZE
                       INTO DEPURACION-LINEA
                   END-STRING
                   WRITE DEPURACION-LINEA
               WHEN WS-PUR-ASIS-OK = 'E'
                   DISPLAY "ERROR AL ABRIR ASISTENCIA. CODIGO: "
                           WS-STATUS-ASI
                   MOVE SPACES TO DEPURACION-LINEA
                   STRING
                       "ARCHIVO DE ASISTENCIA NO DISPONIBLE. CODIGO: "
                                         DELIMITED BY SIZE
                       WS-STATUS-ASI     DELIMITED BY SIZE
                       INTO DEPURACION-LINEA
                   END-STRING
                   WRITE DEPURACION-LINEA
               WHEN WS-STATUS = 00
                   MOVE 'N' TO WS-EOF-ALUMNOS
                   PERFORM UNTIL WS-EOF-ALUMNOS = 'S'
                     READ ALUMNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ALUMNOS
                       NOT AT END PERFORM 8997-EVALUAR-DEPURACION
                     END-READ
                   END-PERFORM
               WHEN WS-STATUS = 35
                   MOVE "ARCHIVO DE ALUMNOS NO EXISTE."
                       TO DEPURACION-LINEA
                   WRITE DEPURACION-LINEA
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO. CODIGO: "
                           WS-STATUS
           END-EVALUATE.

           CLOSE ALUMNOS.
           IF WS-PUR-ASIS-OK = 'S'
               CLOSE ASISTENCIA
           END-IF.
           IF WS-PUR-HIST-OK = 'S'
               CLOSE HISTORICO
           END-IF.
           IF WS-STATUS-EGR = 00
               CLOSE EGRESADOS
           END-IF.

           MOVE SPACES TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.
           MOVE "TOTALES DE CONTROL" TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.
           MOVE ALL "-" TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.
           MOVE SPACES TO DEPURACION-LINEA.
           STRING
               "ALUMNOS LEIDOS: "       DELIMITED BY SIZE
               WS-PUR-LEIDOS            DELIMITED BY SIZE
               "  VENCIDOS: "           DELIMITED BY SIZE
               WS-PUR-CANDIDATOS        DELIMITED BY SIZE
               "  CON RETENCION: "      DELIMITED BY SIZE
               WS-PUR-RETENIDOS         DELIMITED BY SIZE
               "  YA ARCHIVADOS: "      DELIMITED BY SIZE
               WS-PUR-DUPLICADOS        DELIMITED BY SIZE
               "  CON ERROR: "          DELIMITED BY SIZE
               WS-PUR-FALLIDOS          DELIMITED BY SIZE
               INTO DEPURACION-LINEA
           END-STRING.
           WRITE DEPURACION-LINEA.
           MOVE "ALUMNOS.DAT" TO WS-PUR-ARCHIVO.
           MOVE WS-PUR-ALU-ARCH TO WS-PUR-ARCH.
           MOVE WS-PUR-ALU-ELIM TO WS-PUR-ELIM.
           PERFORM 8998-TOTAL-DEPURACION.
           MOVE "HISTORICO.DAT" TO WS-PUR-ARCHIVO.
           MOVE WS-PUR-HIST-ARCH TO WS-PUR-ARCH.
           MOVE WS-PUR-HIST-ELIM TO WS-PUR-ELIM.
           PERFORM 8998-TOTAL-DEPURACION.
           MOVE "ASISTENCIA.DAT" TO WS-PUR-ARCHIVO.
           MOVE WS-PUR-ASIS-ARCH TO WS-PUR-ARCH.
           MOVE WS-PUR-ASIS-ELIM TO WS-PUR-ELIM.
           PERFORM 8998-TOTAL-DEPURACION.
           CLOSE DEPURACION-RPT.

       8997-EVALUAR-DEPURACION.
           ADD 1 TO WS-PUR-LEIDOS.
           MOVE 'N' TO WS-PUR-VENCIDO.
           IF ALUMNO-ESTATUS = 'R' OR ALUMNO-ESTATUS = 'T' OR
              ALUMNO-ESTATUS = 'G'
               IF ALUMNO-FECHA-ESTATUS IS NUMERIC
                   MOVE ALUMNO-FECHA-ESTATUS TO WS-PUR-FECHA
                   IF WS-PUR-FECHA < WS-PUR-CORTE
                       MOVE 'S' TO WS-PUR-VENCIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-PUR-VENCIDO = 'S'
               ADD 1 TO WS-PUR-CANDIDATOS
               MOVE ZERO TO WS-PUR-HIST-ALU
               MOVE ZERO TO WS-PUR-ASIS-ALU
               MOVE ID-ALUMNO TO WS-RET-ID
               PERFORM 9560-VERIFICAR-RETENCION
               IF WS-RETENCION-ACTIVA = 'S'
                   ADD 1 TO WS-PUR-RETENIDOS
                   MOVE "OMITIDO: RETENCION FINANCIERA ACTIVA"
                       TO WS-LD-OBS
               ELSE
                   PERFORM 9575-ARCHIVAR-ALUMNO
               END-IF
               PERFORM 8999-LINEA-DEPURACION
           END-IF.

       8998-TOTAL-DEPURACION.
           MOVE SPACES TO DEPURACION-LINEA.
           STRING
               WS-PUR-ARCHIVO           DELIMITED BY SIZE
               "  COPIADOS AL ARCHIVO: " DELIMITED BY SIZE
               WS-PUR-ARCH              DELIMITED BY SIZE
               "  ELIMINADOS: "         DELIMITED BY SIZE
               WS-PUR-ELIM              DELIMITED BY SIZE
               INTO DEPURACION-LINEA
           END-STRING.
           IF WS-PUR-ARCH NOT = WS-PUR-ELIM
               MOVE "  ** NO CUADRA **" TO DEPURACION-LINEA(70:17)
           END-IF.
           WRITE DEPURACION-LINEA.

       8999-LINEA-DEPURACION.
           MOVE ID-ALUMNO TO WS-LD-ID.
           MOVE NOMBRE-ALUMNO TO WS-LD-NOMBRE.
           MOVE ALUMNO-ESTATUS TO WS-LD-ESTATUS.
           MOVE ALUMNO-FECHA-ESTATUS TO WS-LD-FECHA.
           MOVE WS-PUR-HIST-ALU TO WS-LD-HIST.
           MOVE WS-PUR-ASIS-ALU TO WS-LD-ASIS.
           MOVE WS-LIN-DEPURACION TO DEPURACION-LINEA.
           WRITE DEPURACION-LINEA.

       9000-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
                       END-READ
                       CLOSE CHECKPOINT-EXPORT
                   END-IF
               WHEN "NOTAS"
                   OPEN INPUT CHECKPOINT-NOTAS
                   IF WS-STATUS-CHK = 00
                       READ CHECKPOINT-NOTAS INTO WS-CHECKPOINT-DATA
                           AT END CONTINUE
                           NOT AT END
                               MOVE WS-CHK-ID TO WS-ULTIMO-ID-PROCESADO
                       END-READ
                       CLOSE CHECKPOINT-NOTAS
                   END-IF
           END-EVALUATE.

       9200-GRABAR-CHECKPOINT.
                           FROM WS-CHECKPOINT-DATA
                       CLOSE CHECKPOINT-EXPORT
                   END-IF
               WHEN "NOTAS"
                   MOVE WS-NOT-LEIDAS TO WS-CHK-ID
                   OPEN OUTPUT CHECKPOINT-NOTAS
                   IF WS-STATUS-CHK NOT = 00
                       DISPLAY "ERROR AL ABRIR CHECKPOINT. CODIGO: "
                               WS-STATUS-CHK
                   ELSE
                       WRITE CHECKPOINT-LINEA-NOT
                           FROM WS-CHECKPOINT-DATA
                       CLOSE CHECKPOINT-NOTAS
                   END-IF
           END-EVALUATE.

       9300-LIMPIAR-CHECKPOINT.
                           FROM WS-CHECKPOINT-DATA
                       CLOSE CHECKPOINT-EXPORT
                   END-IF
               WHEN "NOTAS"
                   OPEN OUTPUT CHECKPOINT-NOTAS
                   IF WS-STATUS-CHK NOT = 00
                       DISPLAY "ERROR AL ABRIR CHECKPOINT. CODIGO: "
                               WS-STATUS-CHK
                   ELSE
                       WRITE CHECKPOINT-LINEA-NOT
                           FROM WS-CHECKPOINT-DATA
                       CLOSE CHECKPOINT-NOTAS
                   END-IF
           END-EVALUATE.

       9400-VALIDAR-MATERIA.
           MOVE 'N' TO WS-MATERIA-OK.
           MOVE SPACES TO WS-MATERIA-NOMBRE.
           MOVE ZEROS TO WS-MAT-PRERREQUISITOS.
           OPEN INPUT CATALOGO.
           EVALUATE TRUE
               WHEN WS-STATUS-MAT = 00
                           MOVE 'S' TO WS-MATERIA-OK
                           MOVE MAT-NOMBRE TO WS-MATERIA-NOMBRE
                           PERFORM 9420-CARGAR-PESOS
                           IF MAT-PRERREQUISITOS IS NUMERIC
                               MOVE MAT-PRERREQUISITOS
                                   TO WS-MAT-PRERREQUISITOS
                           END-IF
                   END-READ
                   CLOSE CATALOGO
               WHEN WS-STATUS-MAT = 35

       9440-VALIDAR-SECCION.
           MOVE 'N' TO WS-SECCION-OK.
           MOVE 'N' TO WS-SECCION-LLENA.
           OPEN INPUT SECCIONES.
           EVALUATE TRUE
               WHEN WS-STATUS-SEC = 00
                           IF SEC-INSCRITOS < SEC-CAPACIDAD
                               MOVE 'S' TO WS-SECCION-OK
                           ELSE
                               MOVE 'S' TO WS-SECCION-LLENA
                               DISPLAY "SECCION SIN CUPO DISPONIBLE."
                           END-IF
                   END-READ
                                   DISPLAY "ERROR AL ACTUALIZAR "
                                           "SECCION. CODIGO: "
                                           WS-STATUS-SEC
                               NOT INVALID KEY
                                   IF WS-DELTA-INSCRITOS < ZERO
                                       PERFORM 9456-REGISTRAR-CUPO-LIBRE
                                   END-IF
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE SECCIONES
           END-IF.

       9450-VERIFICAR-CHOQUE-ALUMNO.
           MOVE 'S' TO WS-HORARIO-OK.
           OPEN INPUT SECCIONES.
           IF WS-STATUS-SEC = 00
               MOVE WS-CHQ-COD(WS-CHQ-SLOT) TO SEC-MATERIA
               MOVE WS-CHQ-LETRA(WS-CHQ-SLOT) TO SEC-LETRA
               READ SECCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-HORARIO TO WS-CHQ-HORARIO
                       PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
                                 UNTIL WS-IDX-CHQ >= WS-CHQ-SLOT
                                    OR WS-HORARIO-OK = 'N'
                           PERFORM 9452-COMPARAR-SECCION-ALUMNO
                       END-PERFORM
               END-READ
               CLOSE SECCIONES
           END-IF.

       9452-COMPARAR-SECCION-ALUMNO.
           IF WS-CHQ-COD(WS-IDX-CHQ) > ZERO AND
              WS-CHQ-LETRA(WS-IDX-CHQ) NOT = SPACE
               MOVE WS-CHQ-COD(WS-IDX-CHQ) TO SEC-MATERIA
               MOVE WS-CHQ-LETRA(WS-IDX-CHQ) TO SEC-LETRA
               READ SECCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                                 UNTIL WS-IDX-SES > 6
                           PERFORM VARYING WS-IDX-SES2 FROM 1 BY 1
                                     UNTIL WS-IDX-SES2 > 6
                               IF WS-CH-DIA(WS-IDX-SES) > ZERO AND
                                  WS-CH-DIA(WS-IDX-SES) =
                                  SEC-DIA(WS-IDX-SES2) AND
                                  WS-CH-BLOQUE(WS-IDX-SES) =
                                  SEC-BLOQUE(WS-IDX-SES2) AND
                                  WS-HORARIO-OK = 'S'
                                   MOVE 'N' TO WS-HORARIO-OK
                                   MOVE WS-CH-DIA(WS-IDX-SES)
                                       TO WS-HOR-DIA
                                   DISPLAY "CHOQUE DE HORARIO CON LA "
                                           "SECCION " SEC-MATERIA "-"
                                           SEC-LETRA " EL "
                                           WS-DIA-NOMBRE(WS-HOR-DIA)
                                           " BLOQUE "
                                           WS-CH-BLOQUE(WS-IDX-SES)
                               END-IF
                           END-PERFORM
                       END-PERFORM
               END-READ
           END-IF.

       9455-ANOTAR-LISTA-ESPERA.
           OPEN I-O LISTA-ESPERA.
           IF WS-STATUS-LES = 35
               OPEN OUTPUT LISTA-ESPERA
               CLOSE LISTA-ESPERA
               OPEN I-O LISTA-ESPERA
           END-IF.
           IF WS-STATUS-LES NOT = 00
               DISPLAY "ERROR AL ABRIR LISTA DE ESPERA. CODIGO: "
                       WS-STATUS-LES
           ELSE
               MOVE 'N' TO WS-ESP-DUPLICADO
               MOVE 'N' TO WS-EOF-ESPERA
               MOVE WS-COD-MATERIA TO LES-MATERIA
               MOVE WS-SEC-LETRA TO LES-LETRA
               MOVE LOW-VALUES TO LES-FECHA-HORA
               START LISTA-ESPERA KEY NOT < LES-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-ESPERA
               END-START
               PERFORM UNTIL WS-EOF-ESPERA = 'S'
                 READ LISTA-ESPERA NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ESPERA
                   NOT AT END
                       IF LES-MATERIA NOT = WS-COD-MATERIA OR
                          LES-LETRA NOT = WS-SEC-LETRA
                           MOVE 'S' TO WS-EOF-ESPERA
                       ELSE
                       IF LES-ID = WS-PRE-ID AND LES-ESTADO = 'E'
                           MOVE 'S' TO WS-ESP-DUPLICADO
                           MOVE 'S' TO WS-EOF-ESPERA
                       END-IF
                       END-IF
                 END-READ
               END-PERFORM
               IF WS-ESP-DUPLICADO = 'S'
                   DISPLAY "EL ALUMNO YA ESTA EN LA LISTA DE ESPERA."
               ELSE
                   MOVE WS-COD-MATERIA TO LES-MATERIA
                   MOVE WS-SEC-LETRA TO LES-LETRA
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE WS-FECHA-HORA(1:16) TO LES-FECHA-HORA
                   MOVE WS-PRE-ID TO LES-ID
                   MOVE 'E' TO LES-ESTADO
                   MOVE WS-OPERADOR-ID TO LES-OPERADOR
                   MOVE ZERO TO LES-FECHA-ASIGNA
                   WRITE LISTA-ESPERA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LISTA DE ESPERA. "
                                   "CODIGO: " WS-STATUS-LES
                       NOT INVALID KEY
                           DISPLAY "ALUMNO ANOTADO EN LISTA DE ESPERA."
                           MOVE WS-PRE-ID TO ID-ALUMNO
                           MOVE "LISTA-ESPERA" TO WS-ACCION-AUDITORIA
                           MOVE SPACES TO WS-DETALLE-AUDITORIA
                           STRING
                               "EN ESPERA DE CUPO EN SECCION "
                                              DELIMITED BY SIZE
                               WS-COD-MATERIA DELIMITED BY SIZE
                               "-"            DELIMITED BY SIZE
                               WS-SEC-LETRA   DELIMITED BY SIZE
                               INTO WS-DETALLE-AUDITORIA
                           END-STRING
                           PERFORM 9000-REGISTRAR-AUDITORIA
                   END-WRITE
               END-IF
               CLOSE LISTA-ESPERA
           END-IF.

       9456-REGISTRAR-CUPO-LIBRE.
           MOVE 'N' TO WS-LIB-EXISTE.
           PERFORM VARYING WS-LIB-BUSCA FROM 1 BY 1
                     UNTIL WS-LIB-BUSCA > WS-LIB-USADAS
               IF WS-LIB-BUSCA > WS-LIB-ATENDIDAS AND
                  WS-LIB-COD(WS-LIB-BUSCA) = WS-COD-MATERIA AND
                  WS-LIB-LETRA(WS-LIB-BUSCA) = WS-SEC-LETRA
                   MOVE 'S' TO WS-LIB-EXISTE
               END-IF
           END-PERFORM.
           IF WS-LIB-EXISTE = 'N'
               IF WS-LIB-USADAS < 500
                   ADD 1 TO WS-LIB-USADAS
                   MOVE WS-COD-MATERIA TO WS-LIB-COD(WS-LIB-USADAS)
                   MOVE WS-SEC-LETRA TO WS-LIB-LETRA(WS-LIB-USADAS)
               ELSE
                   MOVE 'S' TO WS-LIB-DESBORDE
               END-IF
           END-IF.

       9457-ASIGNAR-LISTA-ESPERA.
           MOVE ZERO TO WS-ESP-ASIGNADOS.
           PERFORM UNTIL WS-LIB-USADAS = ZERO AND
                         WS-LIB-DESBORDE = 'N'
               PERFORM VARYING WS-IDX-LIB FROM 1 BY 1
                         UNTIL WS-IDX-LIB > WS-LIB-USADAS
                   MOVE WS-IDX-LIB TO WS-LIB-ATENDIDAS
                   MOVE WS-LIB-COD(WS-IDX-LIB) TO WS-ESP-COD
                   MOVE WS-LIB-LETRA(WS-IDX-LIB) TO WS-ESP-LETRA
                   PERFORM 9458-ATENDER-SECCION
               END-PERFORM
               MOVE ZERO TO WS-LIB-USADAS
               MOVE ZERO TO WS-LIB-ATENDIDAS
               IF WS-LIB-DESBORDE = 'S'
                   MOVE 'N' TO WS-LIB-DESBORDE
                   PERFORM 9462-ATENDER-TODAS-ESPERAS
               END-IF
           END-PERFORM.
           IF WS-ESP-ASIGNADOS > ZERO
               DISPLAY "CUPOS ASIGNADOS DESDE LISTA DE ESPERA: "
                       WS-ESP-ASIGNADOS
           END-IF.

       9462-ATENDER-TODAS-ESPERAS.
           MOVE ZERO TO WS-LIB-BAR-COD.
           MOVE LOW-VALUE TO WS-LIB-BAR-LETRA.
           MOVE 'N' TO WS-LIB-FIN-BARRIDO.
           PERFORM UNTIL WS-LIB-FIN-BARRIDO = 'S'
               PERFORM 9463-SIGUIENTE-SECCION-ESPERA
               IF WS-LIB-FIN-BARRIDO = 'N'
                   MOVE WS-LIB-BAR-COD TO WS-ESP-COD
                   MOVE WS-LIB-BAR-LETRA TO WS-ESP-LETRA
                   PERFORM 9458-ATENDER-SECCION
               END-IF
           END-PERFORM.

       9463-SIGUIENTE-SECCION-ESPERA.
           MOVE 'S' TO WS-LIB-FIN-BARRIDO.
           OPEN INPUT LISTA-ESPERA.
           IF WS-STATUS-LES = 00
               MOVE 'N' TO WS-EOF-ESPERA
               MOVE WS-LIB-BAR-COD TO LES-MATERIA
               MOVE WS-LIB-BAR-LETRA TO LES-LETRA
               MOVE HIGH-VALUES TO LES-FECHA-HORA
               START LISTA-ESPERA KEY > LES-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-ESPERA
               END-START
               PERFORM UNTIL WS-EOF-ESPERA = 'S'
                 READ LISTA-ESPERA NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ESPERA
                   NOT AT END
                       IF LES-ESTADO = 'E'
                           MOVE LES-MATERIA TO WS-LIB-BAR-COD
                           MOVE LES-LETRA TO WS-LIB-BAR-LETRA
                           MOVE 'N' TO WS-LIB-FIN-BARRIDO
                           MOVE 'S' TO WS-EOF-ESPERA
                       END-IF
                 END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA
           END-IF.

       9458-ATENDER-SECCION.
           MOVE ZERO TO WS-ESP-CUPOS.
           OPEN INPUT SECCIONES.
           IF WS-STATUS-SEC = 00
               MOVE WS-ESP-COD TO SEC-MATERIA
               MOVE WS-ESP-LETRA TO SEC-LETRA
               READ SECCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SEC-CAPACIDAD > SEC-INSCRITOS
                           COMPUTE WS-ESP-CUPOS =
                               SEC-CAPACIDAD - SEC-INSCRITOS
                       END-IF
               END-READ
               CLOSE SECCIONES
           END-IF.
           IF WS-ESP-CUPOS > ZERO
               OPEN I-O LISTA-ESPERA
               IF WS-STATUS-LES = 00
                   MOVE 'N' TO WS-EOF-ESPERA
                   MOVE WS-ESP-COD TO LES-MATERIA
                   MOVE WS-ESP-LETRA TO LES-LETRA
                   MOVE LOW-VALUES TO LES-FECHA-HORA
                   START LISTA-ESPERA KEY NOT < LES-CLAVE
                       INVALID KEY MOVE 'S' TO WS-EOF-ESPERA
                   END-START
                   PERFORM UNTIL WS-EOF-ESPERA = 'S'
                             OR WS-ESP-CUPOS = ZERO
                     READ LISTA-ESPERA NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-ESPERA
                       NOT AT END
                           IF LES-MATERIA NOT = WS-ESP-COD OR
                              LES-LETRA NOT = WS-ESP-LETRA
                               MOVE 'S' TO WS-EOF-ESPERA
                           ELSE
                           IF LES-ESTADO = 'E'
                               PERFORM 9459-COLOCAR-EN-SECCION
                           END-IF
                           END-IF
                     END-READ
                   END-PERFORM
                   CLOSE LISTA-ESPERA
               END-IF
           END-IF.

       9459-COLOCAR-EN-SECCION.
           MOVE 'O' TO WS-ESP-RESULTADO.
           MOVE LES-ID TO WS-LOCK-ID.
           PERFORM 9800-TOMAR-CANDADO.
           IF WS-CANDADO-OK = 'S'
               OPEN I-O ALUMNOS
               IF WS-STATUS = 00
                   MOVE LES-ID TO ID-ALUMNO
                   READ ALUMNOS
                       INVALID KEY MOVE 'N' TO WS-ESP-RESULTADO
                       NOT INVALID KEY PERFORM 9461-UBICAR-ALUMNO
                   END-READ
                   CLOSE ALUMNOS
               END-IF
               PERFORM 9810-LIBERAR-CANDADO
           END-IF.
           IF WS-ESP-RESULTADO NOT = 'O'
               IF WS-ESP-RESULTADO = 'S'
                   MOVE 'A' TO LES-ESTADO
                   SUBTRACT 1 FROM WS-ESP-CUPOS
                   ADD 1 TO WS-ESP-ASIGNADOS
               ELSE
                   MOVE 'X' TO LES-ESTADO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO LES-FECHA-ASIGNA
               REWRITE LISTA-ESPERA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LISTA DE ESPERA. "
                               "CODIGO: " WS-STATUS-LES
                   NOT INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       9460-VALIDAR-DOCENTE.
           MOVE 'N' TO WS-DOCENTE-OK.
           MOVE SPACES TO WS-DOC-NOMBRE.
                           WS-STATUS-DOC
           END-EVALUATE.

       9461-UBICAR-ALUMNO.
           MOVE 'N' TO WS-ESP-RESULTADO.
           MOVE ZERO TO WS-ESP-SLOT.
           MOVE SPACE TO WS-ESP-LETRA-ANT.
           PERFORM 9430-EVALUAR-ACTIVO.
           IF WS-ALUMNO-ACTIVO = 'S'
               PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                         UNTIL WS-IDX-ESP > 10 OR WS-ESP-SLOT > ZERO
                   IF MATERIA-COD(WS-IDX-ESP) = WS-ESP-COD
                       MOVE WS-IDX-ESP TO WS-ESP-SLOT
                       MOVE MATERIA-SECC(WS-IDX-ESP)
                           TO WS-ESP-LETRA-ANT
                   END-IF
               END-PERFORM
               IF WS-ESP-SLOT > ZERO AND
                  WS-ESP-LETRA-ANT = WS-ESP-LETRA
                   MOVE ZERO TO WS-ESP-SLOT
               END-IF
               IF WS-ESP-SLOT = ZERO AND
                  WS-ESP-LETRA-ANT NOT = WS-ESP-LETRA
                   PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                             UNTIL WS-IDX-ESP > 10
                                OR WS-ESP-SLOT > ZERO
                       IF MATERIA-COD(WS-IDX-ESP) = ZERO
                           MOVE WS-IDX-ESP TO WS-ESP-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-ESP-SLOT > ZERO
                       MOVE WS-ESP-COD TO WS-COD-MATERIA
                       PERFORM 9400-VALIDAR-MATERIA
                       IF WS-MATERIA-OK = 'N'
                           MOVE ZERO TO WS-ESP-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ESP-SLOT > ZERO
               MOVE ZERO TO WS-IDX-CHQ
               PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                         UNTIL WS-IDX-ESP > 10
                   IF WS-IDX-ESP NOT = WS-ESP-SLOT
                       ADD 1 TO WS-IDX-CHQ
                       MOVE MATERIA-COD(WS-IDX-ESP)
                           TO WS-CHQ-COD(WS-IDX-CHQ)
                       MOVE MATERIA-SECC(WS-IDX-ESP)
                           TO WS-CHQ-LETRA(WS-IDX-CHQ)
                   END-IF
               END-PERFORM
               MOVE WS-ESP-COD TO WS-CHQ-COD(10)
               MOVE WS-ESP-LETRA TO WS-CHQ-LETRA(10)
               MOVE 10 TO WS-CHQ-SLOT
               PERFORM 9450-VERIFICAR-CHOQUE-ALUMNO
               IF WS-HORARIO-OK = 'N'
                   MOVE ZERO TO WS-ESP-SLOT
               END-IF
           END-IF.
           IF WS-ESP-SLOT > ZERO
               IF MATERIA-COD(WS-ESP-SLOT) = ZERO
                   MOVE WS-MATERIA-NOMBRE TO MATERIA(WS-ESP-SLOT)
                   MOVE WS-ESP-COD TO MATERIA-COD(WS-ESP-SLOT)
                   MOVE ZERO TO CALIFICACION(WS-ESP-SLOT)
                   MOVE ZERO TO NOTA-PARCIAL1(WS-ESP-SLOT)
                   MOVE ZERO TO NOTA-PARCIAL2(WS-ESP-SLOT)
                   MOVE ZERO TO NOTA-FINAL(WS-ESP-SLOT)
                   PERFORM 9470-NUM-MATERIAS-ALUMNO
                   IF WS-ESP-SLOT > WS-NUM-MAT
                       MOVE WS-ESP-SLOT TO ALUMNO-NUM-MATERIAS
                   END-IF
               END-IF
               MOVE WS-ESP-LETRA TO MATERIA-SECC(WS-ESP-SLOT)
               REWRITE ALUMNO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR. CODIGO: " WS-STATUS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ESP-RESULTADO
                       MOVE WS-ESP-COD TO WS-COD-MATERIA
                       MOVE WS-ESP-LETRA TO WS-SEC-LETRA
                       MOVE 1 TO WS-DELTA-INSCRITOS
                       PERFORM 9445-AJUSTAR-INSCRITOS
                       IF WS-ESP-LETRA-ANT NOT = SPACE
                           MOVE WS-ESP-LETRA-ANT TO WS-SEC-LETRA
                           MOVE -1 TO WS-DELTA-INSCRITOS
                           PERFORM 9445-AJUSTAR-INSCRITOS
                       END-IF
                       DISPLAY "ALUMNO " ID-ALUMNO
                               " UBICADO EN SECCION "
                               WS-ESP-COD "-" WS-ESP-LETRA
                       MOVE "CUPO-ESPERA" TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-DETALLE-AUDITORIA
                       IF WS-ESP-LETRA-ANT = SPACE
                           STRING
                               "ASIGNADO DESDE LISTA DE ESPERA A "
                                                DELIMITED BY SIZE
                               "SECCION "       DELIMITED BY SIZE
                               WS-ESP-COD       DELIMITED BY SIZE
                               "-"              DELIMITED BY SIZE
                               WS-ESP-LETRA     DELIMITED BY SIZE
                               INTO WS-DETALLE-AUDITORIA
                           END-STRING
                       ELSE
                           STRING
                               "ASIGNADO DESDE LISTA DE ESPERA A "
                                                DELIMITED BY SIZE
                               "SECCION "       DELIMITED BY SIZE
                               WS-ESP-COD       DELIMITED BY SIZE
                               "-"              DELIMITED BY SIZE
                               WS-ESP-LETRA     DELIMITED BY SIZE
                               " (ANTES "       DELIMITED BY SIZE
                               WS-ESP-LETRA-ANT DELIMITED BY SIZE
                               ")"              DELIMITED BY SIZE
                               INTO WS-DETALLE-AUDITORIA
                           END-STRING
                       END-IF
                       PERFORM 9000-REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.

       9470-NUM-MATERIAS-ALUMNO.
           IF ALUMNO-NUM-MATERIAS IS NUMERIC AND
              ALUMNO-NUM-MATERIAS >= 1 AND
                   WS-ASIS-PRESENTES * 100 / WS-ASIS-TOTAL
           END-IF.

       9490-VERIFICAR-PRERREQUISITOS.
           MOVE 'S' TO WS-PRERREQ-OK.
           MOVE ZERO TO WS-PRE-FALTANTE.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                     UNTIL WS-IDX-PRE > 3 OR WS-PRERREQ-OK = 'N'
               IF WS-MAT-PRERREQ(WS-IDX-PRE) > ZERO
                   MOVE WS-MAT-PRERREQ(WS-IDX-PRE) TO WS-PRE-COD
                   PERFORM 9492-BUSCAR-APROBACION
                   IF WS-PRE-APROBADA = 'N'
                       MOVE 'N' TO WS-PRERREQ-OK
                       MOVE WS-PRE-COD TO WS-PRE-FALTANTE
                   END-IF
               END-IF
           END-PERFORM.

       9492-BUSCAR-APROBACION.
           MOVE 'N' TO WS-PRE-APROBADA.
           MOVE 'N' TO WS-EOF-PRE-HIST.
           OPEN INPUT HISTORICO.
           EVALUATE TRUE
               WHEN WS-STATUS-HIST = 00
                   MOVE WS-PRE-ID TO HIST-ID
                   MOVE SPACES TO HIST-PERIODO
                   START HISTORICO KEY NOT < HIST-CLAVE
                       INVALID KEY MOVE 'S' TO WS-EOF-PRE-HIST
                   END-START
                   PERFORM UNTIL WS-EOF-PRE-HIST = 'S'
                     READ HISTORICO NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-PRE-HIST
                       NOT AT END
                         IF HIST-ID NOT = WS-PRE-ID
                             MOVE 'S' TO WS-EOF-PRE-HIST
                         ELSE
                             PERFORM VARYING WS-IDX-PRE2 FROM 1 BY 1
                                       UNTIL WS-IDX-PRE2 > 10
                                 IF HIST-MATERIA-COD(WS-IDX-PRE2) =
                                    WS-PRE-COD AND
                                    HIST-CALIFICACION(WS-IDX-PRE2) >=
                                    WS-NOTA-APROBATORIA
                                     MOVE 'S' TO WS-PRE-APROBADA
                                 END-IF
                             END-PERFORM
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE HISTORICO
               WHEN WS-STATUS-HIST = 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR HISTORICO. CODIGO: "
                           WS-STATUS-HIST
           END-EVALUATE.

       9500-CARGAR-PERIODO.
           MOVE SPACES TO WS-PERIODO-ACTUAL.
           OPEN INPUT PERIODO-CTL.
                           MOVE CFG-GENERACIONES
                               TO WS-GENERACIONES-RESPALDO
                       END-IF
                       IF CFG-NOTA-SUPLE IS NUMERIC AND
                          CFG-NOTA-SUPLE >= WS-NOTA-APROBATORIA AND
                          CFG-NOTA-SUPLE <= 20
                           MOVE CFG-NOTA-SUPLE TO WS-NOTA-SUPLETORIO
                       END-IF
                       IF CFG-TOPE-SUPLE IS NUMERIC AND
                          CFG-TOPE-SUPLE >= WS-NOTA-APROBATORIA AND
                          CFG-TOPE-SUPLE <= 20
                           MOVE CFG-TOPE-SUPLE TO WS-TOPE-SUPLETORIO
                       END-IF
                       IF CFG-CREDITOS-GRADO IS NUMERIC AND
                          CFG-CREDITOS-GRADO > ZERO
                           MOVE CFG-CREDITOS-GRADO
                               TO WS-CREDITOS-GRADO
                       END-IF
                       IF CFG-PENSION IS NUMERIC
                           MOVE CFG-PENSION TO WS-PENSION-MENSUAL
                       END-IF
                       IF CFG-LIMITE-MORA IS NUMERIC
                           MOVE CFG-LIMITE-MORA TO WS-LIMITE-MORA
                       END-IF
                       IF CFG-PLAZO-PAGO IS NUMERIC
                           MOVE CFG-PLAZO-PAGO TO WS-PLAZO-PAGO
                       END-IF
                       IF CFG-ANOS-RETENCION IS NUMERIC AND
                          CFG-ANOS-RETENCION > ZERO
                           MOVE CFG-ANOS-RETENCION
                               TO WS-ANOS-RETENCION
                       END-IF
               END-READ
               CLOSE CONFIGURACION
           END-IF.
           ELSE
               MOVE WS-UMBRAL-ASISTENCIA TO CFG-UMBRAL-ASIST
               MOVE WS-GENERACIONES-RESPALDO TO CFG-GENERACIONES
               MOVE WS-NOTA-SUPLETORIO TO CFG-NOTA-SUPLE
               MOVE WS-TOPE-SUPLETORIO TO CFG-TOPE-SUPLE
               MOVE WS-CREDITOS-GRADO TO CFG-CREDITOS-GRADO
               MOVE WS-PENSION-MENSUAL TO CFG-PENSION
               MOVE WS-LIMITE-MORA TO CFG-LIMITE-MORA
               MOVE WS-PLAZO-PAGO TO CFG-PLAZO-PAGO
               MOVE WS-ANOS-RETENCION TO CFG-ANOS-RETENCION
               WRITE CONFIG-REGISTRO
               CLOSE CONFIGURACION
           END-IF.
               CLOSE PERIODO-CTL
           END-IF.

       9560-VERIFICAR-RETENCION.
           MOVE 'N' TO WS-RETENCION-ACTIVA.
           MOVE 'N' TO WS-RET-LIBERADA-MES.
           OPEN INPUT RETENCIONES.
           IF WS-STATUS-RET = 00
               MOVE WS-RET-ID TO RET-ID-ALUMNO
               READ RETENCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RET-ESTADO = 'A'
                           MOVE 'S' TO WS-RETENCION-ACTIVA
                       END-IF
                       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                       IF RET-ESTADO = 'L' AND
                          RET-FECHA-LIBERA(1:6) = WS-FECHA-HORA(1:6)
                           MOVE 'S' TO WS-RET-LIBERADA-MES
                       END-IF
               END-READ
               CLOSE RETENCIONES
           END-IF.

       9565-CALCULAR-MORA.
           MOVE ZERO TO WS-MORA-TOTAL.
           MOVE ZERO TO WS-MORA-CORRIENTE.
           MOVE ZERO TO WS-MORA-30.
           MOVE ZERO TO WS-MORA-60.
           MOVE ZERO TO WS-MORA-90.
           MOVE ZERO TO WS-MORA-MAS90.
           MOVE ZERO TO WS-MORA-VENCIDA.
           MOVE 'N' TO WS-EOF-PENSIONES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-PEN-HOY.
           OPEN INPUT PENSIONES.
           EVALUATE TRUE
               WHEN WS-STATUS-PNS = 00
                   MOVE WS-RET-ID TO PEN-ID
                   MOVE SPACES TO PEN-PERIODO
                   START PENSIONES KEY NOT < PEN-CLAVE
                       INVALID KEY MOVE 'S' TO WS-EOF-PENSIONES
                   END-START
                   PERFORM UNTIL WS-EOF-PENSIONES = 'S'
                     READ PENSIONES NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-PENSIONES
                       NOT AT END
                         IF PEN-ID NOT = WS-RET-ID
                             MOVE 'S' TO WS-EOF-PENSIONES
                         ELSE
                             PERFORM 9567-CLASIFICAR-SALDO
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE PENSIONES
               WHEN WS-STATUS-PNS = 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PENSIONES. CODIGO: "
                           WS-STATUS-PNS
           END-EVALUATE.
           COMPUTE WS-MORA-VENCIDA = WS-MORA-TOTAL - WS-MORA-CORRIENTE.

       9567-CLASIFICAR-SALDO.
           IF PEN-CARGO > PEN-PAGADO
               COMPUTE WS-PEN-SALDO = PEN-CARGO - PEN-PAGADO
               ADD WS-PEN-SALDO TO WS-MORA-TOTAL
               COMPUTE WS-PEN-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-PEN-HOY) -
                   FUNCTION INTEGER-OF-DATE(PEN-FECHA-VENCE)
               EVALUATE TRUE
                   WHEN WS-PEN-DIAS <= 0
                       ADD WS-PEN-SALDO TO WS-MORA-CORRIENTE
                   WHEN WS-PEN-DIAS <= 30
                       ADD WS-PEN-SALDO TO WS-MORA-30
                   WHEN WS-PEN-DIAS <= 60
                       ADD WS-PEN-SALDO TO WS-MORA-60
                   WHEN WS-PEN-DIAS <= 90
                       ADD WS-PEN-SALDO TO WS-MORA-90
                   WHEN OTHER
                       ADD WS-PEN-SALDO TO WS-MORA-MAS90
               END-EVALUATE
           END-IF.

       9570-APLICAR-RETENCION.
           PERFORM 9560-VERIFICAR-RETENCION.
           IF WS-MORA-VENCIDA > WS-LIMITE-MORA AND
              WS-RETENCION-ACTIVA = 'N' AND
              WS-RET-LIBERADA-MES = 'N'
               OPEN I-O RETENCIONES
               IF WS-STATUS-RET = 35
                   OPEN OUTPUT RETENCIONES
                   CLOSE RETENCIONES
                   OPEN I-O RETENCIONES
               END-IF
               IF WS-STATUS-RET NOT = 00
                   DISPLAY "ERROR AL ABRIR RETENCIONES. CODIGO: "
                           WS-STATUS-RET
               ELSE
                   MOVE WS-RET-ID TO RET-ID-ALUMNO
                   MOVE 'A' TO RET-ESTADO
                   MOVE WS-PEN-HOY TO RET-FECHA
                   MOVE WS-MORA-VENCIDA TO RET-SALDO-VENCIDO
                   MOVE ZERO TO RET-FECHA-LIBERA
                   MOVE SPACES TO RET-SUPERVISOR
                   MOVE SPACES TO RET-MOTIVO
                   WRITE RETENCION-REGISTRO
                       INVALID KEY
                           REWRITE RETENCION-REGISTRO
                       END-REWRITE
                   END-WRITE
                   CLOSE RETENCIONES
                   MOVE 'S' TO WS-RETENCION-ACTIVA
                   ADD 1 TO WS-RET-NUEVAS
                   MOVE WS-MORA-VENCIDA TO WS-MONTO-EDIT
                   MOVE WS-RET-ID TO ID-ALUMNO
                   MOVE "RETENCION" TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                   STRING
                       "RETENCION FINANCIERA, SALDO VENCIDO: "
                                          DELIMITED BY SIZE
                       WS-MONTO-EDIT      DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDITORIA
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       9575-ARCHIVAR-ALUMNO.
           MOVE 'N' TO WS-PUR-ERROR.
           MOVE ID-ALUMNO TO EGR-ID.
           MOVE 'A' TO EGR-TIPO.
           MOVE SPACES TO EGR-SUBCLAVE.
           MOVE WS-PUR-HOY TO EGR-FECHA-ARCHIVO.
           MOVE SPACES TO EGR-DATOS.
           MOVE ALUMNO-REGISTRO TO EGR-DATOS.
           WRITE EGRESADO-REGISTRO
               INVALID KEY MOVE 'S' TO WS-PUR-ERROR
           END-WRITE.
           IF WS-PUR-ERROR = 'S'
               ADD 1 TO WS-PUR-DUPLICADOS
               MOVE "OMITIDO: ID YA EXISTE EN EGRESADOS"
                   TO WS-LD-OBS
           ELSE
               ADD 1 TO WS-PUR-ALU-ARCH
               IF WS-PUR-HIST-OK = 'S'
                   PERFORM 9580-ARCHIVAR-HISTORICO
               END-IF
               IF WS-PUR-ASIS-OK = 'S' AND WS-PUR-ERROR = 'N'
                   PERFORM 9585-ARCHIVAR-ASISTENCIA
               END-IF
               IF WS-PUR-ERROR = 'N'
                   DELETE ALUMNOS RECORD
                       INVALID KEY MOVE 'S' TO WS-PUR-ERROR
                   END-DELETE
               END-IF
               IF WS-PUR-ERROR = 'S'
                   ADD 1 TO WS-PUR-FALLIDOS
                   SUBTRACT 1 FROM WS-PUR-ALU-ARCH
                   MOVE ID-ALUMNO TO EGR-ID
                   MOVE 'A' TO EGR-TIPO
                   MOVE SPACES TO EGR-SUBCLAVE
                   DELETE EGRESADOS RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE "NO ELIMINADO: ERROR, REPETIR PROCESO"
                       TO WS-LD-OBS
               ELSE
                   ADD 1 TO WS-PUR-ALU-ELIM
                   MOVE "ARCHIVADO" TO WS-LD-OBS
                   MOVE "BAJA" TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-DETALLE-AUDITORIA
                   STRING
                       "DEPURADO AL ARCHIVO DE EGRESADOS, ESTATUS "
                                            DELIMITED BY SIZE
                       ALUMNO-ESTATUS       DELIMITED BY SIZE
                       " DESDE "            DELIMITED BY SIZE
                       ALUMNO-FECHA-ESTATUS DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDITORIA
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       9580-ARCHIVAR-HISTORICO.
           MOVE 'N' TO WS-EOF-HISTORICO.
           MOVE ID-ALUMNO TO HIST-ID.
           MOVE SPACES TO HIST-PERIODO.
           START HISTORICO KEY NOT < HIST-CLAVE
               INVALID KEY MOVE 'S' TO WS-EOF-HISTORICO
           END-START.
           PERFORM UNTIL WS-EOF-HISTORICO = 'S'
             READ HISTORICO NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                 IF HIST-ID NOT = ID-ALUMNO
                     MOVE 'S' TO WS-EOF-HISTORICO
                 ELSE
                     PERFORM 9581-MOVER-PERIODO
                 END-IF
             END-READ
           END-PERFORM.

       9581-MOVER-PERIODO.
           MOVE HIST-ID TO EGR-ID.
           MOVE 'H' TO EGR-TIPO.
           MOVE SPACES TO EGR-SUBCLAVE.
           MOVE HIST-PERIODO TO EGR-SUBCLAVE.
           MOVE WS-PUR-HOY TO EGR-FECHA-ARCHIVO.
           MOVE SPACES TO EGR-DATOS.
           MOVE HISTORICO-REGISTRO TO EGR-DATOS.
           PERFORM 9590-GRABAR-EGRESADO.
           IF WS-PUR-ERROR = 'S'
               MOVE 'S' TO WS-EOF-HISTORICO
           ELSE
               ADD 1 TO WS-PUR-HIST-ARCH
               DELETE HISTORICO RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-PUR-ERROR
                       MOVE 'S' TO WS-EOF-HISTORICO
                   NOT INVALID KEY
                       ADD 1 TO WS-PUR-HIST-ELIM
                       ADD 1 TO WS-PUR-HIST-ALU
               END-DELETE
           END-IF.

       9585-ARCHIVAR-ASISTENCIA.
           MOVE 'N' TO WS-EOF-ASISTENCIA.
           MOVE ID-ALUMNO TO ASI-ID.
           MOVE ZERO TO ASI-MATERIA.
           MOVE LOW-VALUES TO ASI-FECHA.
           START ASISTENCIA KEY NOT < ASI-CLAVE
               INVALID KEY MOVE 'S' TO WS-EOF-ASISTENCIA
           END-START.
           PERFORM UNTIL WS-EOF-ASISTENCIA = 'S'
             READ ASISTENCIA NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-ASISTENCIA
               NOT AT END
                 IF ASI-ID NOT = ID-ALUMNO
                     MOVE 'S' TO WS-EOF-ASISTENCIA
                 ELSE
                     PERFORM 9586-MOVER-ASISTENCIA
                 END-IF
             END-READ
           END-PERFORM.

       9586-MOVER-ASISTENCIA.
           MOVE ASI-ID TO EGR-ID.
           MOVE 'S' TO EGR-TIPO.
           MOVE SPACES TO EGR-SUBCLAVE.
           MOVE ASI-MATERIA TO EGR-SUB-MATERIA.
           MOVE ASI-FECHA TO EGR-SUB-FECHA.
           MOVE WS-PUR-HOY TO EGR-FECHA-ARCHIVO.
           MOVE SPACES TO EGR-DATOS.
           MOVE ASISTENCIA-REGISTRO TO EGR-DATOS.
           PERFORM 9590-GRABAR-EGRESADO.
           IF WS-PUR-ERROR = 'S'
               MOVE 'S' TO WS-EOF-ASISTENCIA
           ELSE
               ADD 1 TO WS-PUR-ASIS-ARCH
               DELETE ASISTENCIA RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-PUR-ERROR
                       MOVE 'S' TO WS-EOF-ASISTENCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-PUR-ASIS-ELIM
                       ADD 1 TO WS-PUR-ASIS-ALU
               END-DELETE
           END-IF.

       9590-GRABAR-EGRESADO.
           WRITE EGRESADO-REGISTRO
               INVALID KEY
                   REWRITE EGRESADO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EN EGRESADOS. "
                                   "CODIGO: " WS-STATUS-EGR
                           MOVE 'S' TO WS-PUR-ERROR
                   END-REWRITE
           END-WRITE.

       9592-LEER-ARCHIVADO.
           MOVE 'N' TO WS-EGR-ENCONTRADO.
           OPEN INPUT EGRESADOS.
           IF WS-STATUS-EGR = 00
               MOVE WS-EGR-ID-BUSCA TO EGR-ID
               MOVE 'A' TO EGR-TIPO
               MOVE SPACES TO EGR-SUBCLAVE
               READ EGRESADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EGR-ENCONTRADO
                       MOVE EGR-FECHA-ARCHIVO TO WS-EGR-FECHA
                       MOVE EGR-DATOS TO ALUMNO-REGISTRO
               END-READ
               CLOSE EGRESADOS
           END-IF.

       9594-ASISTENCIA-ARCHIVADA.
           MOVE ZERO TO WS-ASIS-TOTAL.
           MOVE ZERO TO WS-ASIS-PRESENTES.
           MOVE ZERO TO WS-ASIS-PORC.
           OPEN INPUT EGRESADOS.
           IF WS-STATUS-EGR = 00
               MOVE 'N' TO WS-EOF-ASISTENCIA
               MOVE WS-ASI-ID TO EGR-ID
               MOVE 'S' TO EGR-TIPO
               MOVE SPACES TO EGR-SUBCLAVE
               MOVE WS-COD-MATERIA TO EGR-SUB-MATERIA
               MOVE LOW-VALUES TO EGR-SUB-FECHA
               START EGRESADOS KEY NOT < EGR-CLAVE
                   INVALID KEY MOVE 'S' TO WS-EOF-ASISTENCIA
               END-START
               PERFORM UNTIL WS-EOF-ASISTENCIA = 'S'
                 READ EGRESADOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-ASISTENCIA
                   NOT AT END
                     IF EGR-ID NOT = WS-ASI-ID OR EGR-TIPO NOT = 'S'
                        OR EGR-SUB-MATERIA NOT = WS-COD-MATERIA
                         MOVE 'S' TO WS-EOF-ASISTENCIA
                     ELSE
                         MOVE EGR-DATOS TO ASISTENCIA-REGISTRO
                         ADD 1 TO WS-ASIS-TOTAL
                         IF ASI-PRESENTE = 'S'
                             ADD 1 TO WS-ASIS-PRESENTES
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE EGRESADOS
           END-IF.
           IF WS-ASIS-TOTAL > ZERO
               COMPUTE WS-ASIS-PORC ROUNDED =
                   WS-ASIS-PRESENTES * 100 / WS-ASIS-TOTAL
           END-IF.

       9600-INICIAR-SESION.
           MOVE 'N' TO WS-SESION-OK.
           MOVE ZERO TO WS-INTENTOS.
                       INTO WS-BIT-TEXTO
                   END-STRING
                   PERFORM 9750-ESCRIBIR-BITACORA
               WHEN 'F'
                   MOVE "INICIO CARTAS A REPRESENTANTES"
                       TO WS-BIT-TEXTO
                   PERFORM 9750-ESCRIBIR-BITACORA
                   PERFORM 8840-CARTAS-REPRESENTANTES
                   MOVE SPACES TO WS-BIT-TEXTO
                   STRING
                       "FIN CARTAS, EMITIDAS: " DELIMITED BY SIZE
                       WS-CARTAS-EMITIDAS       DELIMITED BY SIZE
                       ", SIN REPRESENTANTE: "  DELIMITED BY SIZE
                       WS-CARTAS-SIN-REP        DELIMITED BY SIZE
                       INTO WS-BIT-TEXTO
                   END-STRING
                   PERFORM 9750-ESCRIBIR-BITACORA
                   IF WS-CARTAS-SIN-REP > ZERO AND
                      WS-RC-BATCH < 4
                       MOVE 4 TO WS-RC-BATCH
                   END-IF
               WHEN 'L'
                   IF WS-OPERADOR-ROL NOT = 'S'
                       MOVE "CARGA DE NOTAS POR ACTA DENEGADA EN BATCH"
                           TO WS-BIT-TEXTO
                       PERFORM 9750-ESCRIBIR-BITACORA
                       MOVE ZERO TO ID-ALUMNO
                       MOVE "CARGA DE NOTAS POR ACTA DENEGADA"
                           TO WS-DETALLE-AUDITORIA
                       PERFORM 9650-AUDITAR-DENEGADO
                       IF WS-RC-BATCH < 8
                           MOVE 8 TO WS-RC-BATCH
                       END-IF
                   ELSE
                       MOVE "INICIO CARGA DE NOTAS POR ACTA"
                           TO WS-BIT-TEXTO
                       PERFORM 9750-ESCRIBIR-BITACORA
                       PERFORM 8540-CARGA-NOTAS-ACTA
                       MOVE SPACES TO WS-BIT-TEXTO
                       STRING
                           "FIN CARGA DE NOTAS, CARGADAS: "
                                               DELIMITED BY SIZE
                           WS-NOT-CARGADAS     DELIMITED BY SIZE
                           ", RECHAZADAS: "    DELIMITED BY SIZE
                           WS-NOT-RECHAZADAS   DELIMITED BY SIZE
                           INTO WS-BIT-TEXTO
                       END-STRING
                       PERFORM 9750-ESCRIBIR-BITACORA
                       IF WS-NOT-RECHAZADAS > ZERO AND
                          WS-RC-BATCH < 4
                           MOVE 4 TO WS-RC-BATCH
                       END-IF
                   END-IF
               WHEN 'D'
                   IF WS-OPERADOR-ROL NOT = 'S'
                       MOVE "GRADUACION DENEGADA EN BATCH"
                           TO WS-BIT-TEXTO
                       PERFORM 9750-ESCRIBIR-BITACORA
                       MOVE ZERO TO ID-ALUMNO
                       MOVE "GRADUACION DENEGADA"
                           TO WS-DETALLE-AUDITORIA
                       PERFORM 9650-AUDITAR-DENEGADO
                       IF WS-RC-BATCH < 8
                           MOVE 8 TO WS-RC-BATCH
                       END-IF
                   ELSE
                       MOVE "INICIO GRADUACION" TO WS-BIT-TEXTO
                       PERFORM 9750-ESCRIBIR-BITACORA
                       PERFORM 8788-GRADUAR-ELEGIBLES
                       MOVE SPACES TO WS-BIT-TEXTO
                       STRING
                           "FIN GRADUACION, AUDITADOS: "
                                               DELIMITED BY SIZE
                           WS-GRD-AUDITADOS    DELIMITED BY SIZE
                           ", GRADUADOS: "     DELIMITED BY SIZE
                           WS-GRD-GRADUADOS    DELIMITED BY SIZE
                           INTO WS-BIT-TEXTO
                       END-STRING
                       PERFORM 9750-ESCRIBIR-BITACORA
                       IF WS-GRD-CATALOGO-OK = 'N' AND
                          WS-RC-BATCH < 8
                           MOVE 8 TO WS-RC-BATCH
                       END-IF
                   END-IF
               WHEN 'P'
                   IF WS-OPERADOR-ROL NOT = 'S'
                       MOVE "FACTURACION DE PENSIONES DENEGADA EN BATCH"
                           TO WS-BIT-TEXTO
                       PERFORM 9750-ESCRIBIR-BITACORA
                       MOVE ZERO TO ID-ALUMNO
                       MOVE "FACTURACION DE PENSIONES DENEGADA"
                           TO WS-DETALLE-AUDITORIA
                       PERFORM 9650-AUDITAR-DENEGADO
                       IF WS-RC-BATCH < 8
                           MOVE 8 TO WS-RC-BATCH
                       END-IF
                   ELSE
                       MOVE "INICIO FACTURACION DE PENSIONES"
                           TO WS-BIT-TEXTO
                       PERFORM 9750-ESCRIBIR-BITACORA
                       PERFORM 8970-FACTURAR-PENSIONES
                       MOVE SPACES TO WS-BIT-TEXTO
                       STRING
                           "FIN FACTURACION, FACTURADOS: "
                                               DELIMITED BY SIZE
                           WS-PEN-FACTURADOS   DELIMITED BY SIZE
                           ", YA FACTURADOS: " DELIMITED BY SIZE
                           WS-PEN-YA-FACTURADOS DELIMITED BY SIZE
                           ", RETENCIONES: "   DELIMITED BY SIZE
                           WS-RET-NUEVAS       DELIMITED BY SIZE
                           INTO WS-BIT-TEXTO
                       END-STRING
                       PERFORM 9750-ESCRIBIR-BITACORA
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-BIT-TEXTO
                   STRING
