      >>SOURCE FORMAT FREE
*> Restauración de los archivos de la tienda a la copia de arranque de
*> un día: vuelve atrás un MOVTODIA malo ya aplicado o una corrida que
*> murió a mitad de una grabación. Los indexados se regraban completos
*> desde COPIADIA y los secuenciales que la corrida alarga se cortan en
*> el renglón que tenían al empezar ese día (en VENTAHIS, además, se
*> quita la marca de devolución a las ventas cuya nota de crédito se
*> deshizo). La fecha de la copia (AAMMDD) llega por SYSIN; sin ella,
*> o sin una copia completa de esa fecha, se listan las copias que hay
*> y no se toca nada. Restaurar un día deshace también los posteriores,
*> y sus copias, que ya no casan con los archivos, se borran.
*> El informe dice qué se deshizo: transacciones del log, facturas y
*> notas de crédito, ventas, caja, eventos sanitarios y renglones del
*> diario contable. Si algo falla a medias basta con volver a correrla:
*> la copia queda intacta y lo ya restaurado se repite igual.
*> Se corre con la tienda cerrada, nunca junto con AnimalProgram. Termina
*> con código de retorno 0 si todo quedó restaurado, 4 con avisos
*> (un secuencial más corto que al empezar el día no se corta) y 8 si
*> no restauró o algo falló.
IDENTIFICATION DIVISION.
PROGRAM-ID. RestauracionDia.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CopiaDiaFile
      ASSIGN TO 'COPIADIA'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveCopiaDia
      FILE STATUS IS EstadoCopiaDiaFile.

   SELECT CopiaControlFile
      ASSIGN TO 'COPIACTL'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CopCtlFecha
      FILE STATUS IS EstadoCopiaControlFile.

   SELECT PerroInventarioFile
      ASSIGN TO 'PERROINV'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS NumeroAnimalKey
      ALTERNATE RECORD KEY IS ClavePerroInv WITH DUPLICATES
      FILE STATUS IS EstadoInventarioFile.

   SELECT PerroLogFile
      ASSIGN TO 'PERROLOG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LogTransaccionId
      FILE STATUS IS EstadoLogFile.

   SELECT RegistroAnimalFile
      ASSIGN TO 'REGANIMA'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RegNumeroAnimal
      ALTERNATE RECORD KEY IS RegNombre WITH DUPLICATES
      ALTERNATE RECORD KEY IS RegMicrochip WITH DUPLICATES
      FILE STATUS IS EstadoRegistroAnimalFile.

   SELECT PerroExcepFile
      ASSIGN TO 'PERROEXC'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveExcepcion
      FILE STATUS IS EstadoExcepFile.

   SELECT ClienteFile
      ASSIGN TO 'CLIENTMA'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClienteIdKey
      FILE STATUS IS EstadoClientesFile.

   SELECT ProveedorFile
      ASSIGN TO 'PROVEEDR'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ProveedorIdKey
      FILE STATUS IS EstadoProveedoresFile.

   SELECT CuentaPagarFile
      ASSIGN TO 'CTAPAGAR'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveCuentaPagar
      FILE STATUS IS EstadoCuentasPagarFile.

   SELECT ListaEsperaFile
      ASSIGN TO 'LISTAESP'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveListaEspera
      FILE STATUS IS EstadoListaEsperaFile.

   SELECT TasaImpuestoFile
      ASSIGN TO 'TASAIMP'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveTasaImpuesto
      FILE STATUS IS EstadoTasasFile.

   SELECT DiarioControlFile
      ASSIGN TO 'DIARIOCT'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveDiarioControl
      FILE STATUS IS EstadoDiarioControlFile.

   SELECT FacturaRegFile
      ASSIGN TO 'FACTREG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS FactNumeroKey
      FILE STATUS IS EstadoFacturasFile.

   SELECT VentaHistFile
      ASSIGN TO 'VENTAHIS'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoVentasFile.

   SELECT CajaMovFile
      ASSIGN TO 'CAJAMOV'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCajaFile.

   SELECT SaludFile
      ASSIGN TO 'SALUDREC'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoSaludFile.

   SELECT PerroLogArcFile
      ASSIGN TO 'PERROLGA'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoLogArcFile.

   SELECT DiarioContableFile
      ASSIGN TO 'DIARIOGL'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoDiarioFile.

   SELECT CopiaTrabajoFile
      ASSIGN TO 'COPIATRB'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCopiaFile.

DATA DIVISION.
FILE SECTION.

*> Copia de arranque y su control, como los graba AnimalProgram.
FD CopiaDiaFile.
01 CopiaDiaRecord.
   05 ClaveCopiaDia.
      10 CopFecha PIC X(08).
      10 CopArchivo PIC X(08).
      10 CopSecuencia PIC 9(7).
   05 CopDatos PIC X(150).

FD CopiaControlFile.
01 CopiaControlRecord.
   05 CopCtlFecha PIC X(08).
   05 CopCtlEstado PIC X(01).
      88 CopCtlCompleta VALUE 'C'.
   05 CopCtlRestauraciones PIC 9(3).
   05 CopCtlFechaRestauracion PIC X(08).
   05 CopCtlArchivo OCCURS 16 TIMES.
      10 CopCtlNombre PIC X(08).
      10 CopCtlTipo PIC X(01).
      10 CopCtlRenglones PIC 9(7).

*> Los renglones son los mismos de AnimalProgram. De los archivos que
*> sólo se regraban enteros basta con las llaves; el log, las
*> facturas y los secuenciales llevan sus campos para el informe de
*> lo deshecho.
FD PerroInventarioFile.
01 PerroInventarioRecord.
   05 NumeroAnimalKey PIC 9(7).
   05 ClavePerroInv.
      10 SucursalPerroKey PIC X(03).
      10 NombrePerroKey PIC X(20).
   05 FILLER PIC X(87).

FD PerroLogFile.
01 PerroLogRecord.
   05 LogTransaccionId PIC 9(6).
   05 LogFecha PIC X(08).
   05 LogNombrePerro PIC X(20).
   05 LogEdadPerro PIC S99.
   05 LogRazaPerro PIC X(20).
   05 LogPrecioPerro PIC S9999.
   05 LogEstado PIC X(01).
   05 LogSucursal PIC X(03).
   05 LogPrecioAnterior PIC S9999.
   05 LogMotivo PIC X(20).
   05 LogNumeroAnimal PIC 9(7).

FD RegistroAnimalFile.
01 RegistroAnimalRecord.
   05 RegNumeroAnimal PIC 9(7).
   05 RegNombre PIC X(20).
   05 FILLER PIC X(37).
   05 RegMicrochip PIC X(15).

FD PerroExcepFile.
01 PerroExcepcionRecord.
   05 ClaveExcepcion.
      10 ExcSucursal PIC X(03).
      10 ExcNombrePerro PIC X(20).
   05 FILLER PIC X(66).

FD ClienteFile.
01 ClienteRecord.
   05 ClienteIdKey PIC 9(5).
   05 FILLER PIC X(82).

FD ProveedorFile.
01 ProveedorRecord.
   05 ProveedorIdKey PIC 9(5).
   05 FILLER PIC X(42).

FD CuentaPagarFile.
01 CuentaPagarRecord.
   05 ClaveCuentaPagar.
      10 CxpProveedor PIC X(05).
      10 CxpFechaAlta PIC X(08).
      10 CxpNumeroAnimal PIC 9(7).
   05 FILLER PIC X(61).

FD ListaEsperaFile.
01 ListaEsperaRecord.
   05 ClaveListaEspera.
      10 EspClienteId PIC 9(5).
      10 EspRaza PIC X(20).
      10 EspSucursal PIC X(03).
   05 FILLER PIC X(51).

FD TasaImpuestoFile.
01 TasaImpuestoRecord.
   05 ClaveTasaImpuesto.
      10 TasaSucursal PIC X(03).
      10 TasaClase PIC X(01).
   05 FILLER PIC X(16).

FD DiarioControlFile.
01 DiarioControlRecord.
   05 ClaveDiarioControl.
      10 DiaCtlFecha PIC X(08).
      10 DiaCtlSucursal PIC X(03).
   05 FILLER PIC X(28).

FD FacturaRegFile.
01 FacturaRegRecord.
   05 FactNumeroKey PIC 9(6).
   05 FactFecha PIC X(08).
   05 FactSucursal PIC X(03).
   05 FactClienteId PIC 9(5).
   05 FactClienteNombre PIC X(30).
   05 FactAnimal PIC X(20).
   05 FactImporte PIC 9(5).
   05 FactTipoDocumento PIC X(01).
      88 FactEsNotaCredito VALUE 'N'.
   05 FactEstado PIC X(01).
      88 FactDevuelta VALUE 'D'.
   05 FactDocRelacionado PIC 9(6).
   05 FactNumeroAnimal PIC 9(7).
   05 FactClaseProducto PIC X(01).
   05 FactTasaImpuesto PIC 99V99.
   05 FactNeto PIC 9(5)V99.
   05 FactImpuesto PIC 9(5)V99.

FD VentaHistFile.
01 VentaHistRecord.
   05 VentaFecha PIC X(08).
   05 VentaNombre PIC X(20).
   05 VentaRaza PIC X(20).
   05 VentaEdad PIC 99.
   05 VentaPrecioLista PIC 9999.
   05 VentaImporte PIC 9999.
   05 VentaClienteId PIC 9(5).
   05 VentaSucursal PIC X(03).
   05 VentaCosto PIC 9999.
   05 VentaProveedor PIC X(05).
   05 VentaFactura PIC 9(6).
   05 VentaEstado PIC X(01).
      88 VentaDevuelta VALUE 'D'.
   05 VentaFechaIngreso PIC X(08).
   05 VentaNumeroAnimal PIC 9(7).

FD CajaMovFile.
01 CajaMovRecord.
   05 CajaFecha PIC X(08).
   05 CajaTipoMov PIC X(02).
   05 CajaSucursal PIC X(03).
   05 CajaNombreAnimal PIC X(20).
   05 CajaClienteId PIC 9(5).
   05 CajaImporte PIC 9(5).
   05 CajaNumeroAnimal PIC 9(7).

FD SaludFile.
01 SaludRecord.
   05 SaludSucursal PIC X(03).
   05 SaludNombre PIC X(20).
   05 SaludFecha PIC X(08).
   05 SaludTipoEvento PIC X(01).
   05 SaludProximaFecha PIC X(08).
   05 SaludNumeroAnimal PIC 9(7).

FD PerroLogArcFile.
01 PerroLogArcRecord PIC X(95).

FD DiarioContableFile.
01 DiarioContableRecord PIC X(100).

*> Copia de paso para cortar un secuencial: lo que queda se copia
*> aquí y se vuelve a copiar encima. El ancho cubre al más largo.
FD CopiaTrabajoFile.
01 CopiaTrabajoRecord PIC X(200).

WORKING-STORAGE SECTION.

01 EstadosArchivo.
   05 EstadoCopiaDiaFile PIC XX.
   05 EstadoCopiaControlFile PIC XX.
   05 EstadoInventarioFile PIC XX.
   05 EstadoLogFile PIC XX.
   05 EstadoRegistroAnimalFile PIC XX.
   05 EstadoExcepFile PIC XX.
   05 EstadoClientesFile PIC XX.
   05 EstadoProveedoresFile PIC XX.
   05 EstadoCuentasPagarFile PIC XX.
   05 EstadoListaEsperaFile PIC XX.
   05 EstadoTasasFile PIC XX.
   05 EstadoDiarioControlFile PIC XX.
   05 EstadoFacturasFile PIC XX.
   05 EstadoVentasFile PIC XX.
   05 EstadoCajaFile PIC XX.
   05 EstadoSaludFile PIC XX.
   05 EstadoLogArcFile PIC XX.
   05 EstadoDiarioFile PIC XX.
   05 EstadoCopiaFile PIC XX.
   *> Estado del archivo en curso, para los avisos comunes
   05 EstadoArchivoActual PIC XX.

01 SwFinArchivoData.
   05 SwFinArchivo PIC X(01).
      88 FinArchivo VALUE 'S'.
   05 SwFinCopiaArchivo PIC X(01).
      88 FinCopiaArchivo VALUE 'S'.
   05 SwFinCopiaDia PIC X(01).
      88 FinCopiaDia VALUE 'S'.
   05 SwFinCopiaControl PIC X(01).
      88 FinCopiaControl VALUE 'S'.
   05 SwFinCopia PIC X(01).
      88 FinCopia VALUE 'S'.

*> La copia que se restaura y el archivo en curso: cuántos renglones
*> dice el control, cuántos tenía el archivo antes de restaurar y con
*> cuántos quedó.
01 RestauracionData.
   05 FechaRestaurar PIC X(08) VALUE SPACES.
   05 FechaHoy PIC X(08).
   05 ArchivoRestaurar PIC X(08).
   05 RenglonesControl PIC 9(7).
   05 RenglonesAntes PIC 9(7).
   05 RenglonesDespues PIC 9(7).
   05 CopIdx PIC 99.
   05 SwFacturasAbiertas PIC X(01).
      88 FacturasAbiertas VALUE 'S'.
   05 SwVentasCambiadas PIC X(01).
      88 VentasCambiadas VALUE 'S'.
   05 SwCopiaLista PIC X(01).
      88 CopiaLista VALUE 'S'.
   05 ImporteEditado PIC ZZ,ZZ9.

01 CopiaControlTrabajo.
   05 CopTrabFecha PIC X(08).
   05 CopTrabEstado PIC X(01).
   05 CopTrabRestauraciones PIC 9(3).
   05 CopTrabFechaRestauracion PIC X(08).
   05 CopTrabArchivo OCCURS 16 TIMES.
      10 CopTrabNombre PIC X(08).
      10 CopTrabTipo PIC X(01).
      10 CopTrabRenglones PIC 9(7).

*> Copias de días posteriores al restaurado, que se borran al final.
01 CopiasPosterioresData.
   05 FechaCopiaBorrar PIC X(08).
   05 RenglonesBorrados PIC 9(7).
   05 NumCopiasPosteriores PIC 99 VALUE ZERO.
   05 FechaCopiaPosterior PIC X(08) OCCURS 30 TIMES.
   05 PosIdx PIC 99.

*> Lo deshecho, por clase, y los avisos y fallas de la restauración.
01 ContadoresRestauracion.
   05 TransaccionesDeshechas PIC 9(7) VALUE ZERO.
   05 DocumentosDeshechos PIC 9(7) VALUE ZERO.
   05 VentasDeshechas PIC 9(7) VALUE ZERO.
   05 DevolucionesDeshechas PIC 9(7) VALUE ZERO.
   05 RenglonesCajaDeshechos PIC 9(7) VALUE ZERO.
   05 EventosSaludDeshechos PIC 9(7) VALUE ZERO.
   05 ArchivadosDeshechos PIC 9(7) VALUE ZERO.
   05 RenglonesDiarioDeshechos PIC 9(7) VALUE ZERO.
   05 Advertencias PIC 9(5) VALUE ZERO.
   05 Errores PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.

   DISPLAY '=== Restauración a la copia de arranque del día ==='
   PERFORM AbrirCopias
   ACCEPT FechaRestaurar
   PERFORM ValidarCopiaRestaurar

   PERFORM RestaurarArchivos
   PERFORM BorrarCopiasPosteriores
   PERFORM MarcarCopiaRestaurada

   CLOSE CopiaDiaFile
   CLOSE CopiaControlFile
   PERFORM InformarRestauracion
   STOP RUN.

*> Sin las copias no hay a qué volver: se informa y se termina.
AbrirCopias.
   OPEN I-O CopiaDiaFile
   OPEN I-O CopiaControlFile
   IF EstadoCopiaDiaFile NOT = '00' OR EstadoCopiaControlFile NOT = '00'
      DISPLAY '*** No hay copias de arranque para restaurar (COPIADIA ' EstadoCopiaDiaFile
              ', COPIACTL ' EstadoCopiaControlFile ') ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.

*> La fecha pedida debe tener su copia completa; si no, se listan las
*> que hay y se termina sin tocar nada.
ValidarCopiaRestaurar.
   IF FechaRestaurar(1:6) NOT NUMERIC
      DISPLAY '*** Falta la fecha (AAMMDD) de la copia a restaurar ***'
      PERFORM ListarCopias
      PERFORM TerminarSinRestaurar
   END-IF
   MOVE FechaRestaurar TO CopCtlFecha
   READ CopiaControlFile
      INVALID KEY
         DISPLAY '*** No hay copia de arranque del ' FechaRestaurar ' ***'
         PERFORM ListarCopias
         PERFORM TerminarSinRestaurar
   END-READ
   IF NOT CopCtlCompleta
      DISPLAY '*** La copia de arranque del ' FechaRestaurar
              ' quedó a medias y no sirve para restaurar ***'
      PERFORM ListarCopias
      PERFORM TerminarSinRestaurar
   END-IF
   MOVE CopiaControlRecord TO CopiaControlTrabajo
   DISPLAY 'Se restaura la copia tomada al empezar el ' FechaRestaurar
   IF CopTrabRestauraciones > 0
      DISPLAY '  (ya se restauró ' CopTrabRestauraciones ' vez/veces, la última el '
              CopTrabFechaRestauracion ')'
   END-IF.

TerminarSinRestaurar.
   CLOSE CopiaDiaFile
   CLOSE CopiaControlFile
   DISPLAY 'No se restauró nada.'
   MOVE 8 TO RETURN-CODE
   STOP RUN.

ListarCopias.
   DISPLAY 'Copias de arranque disponibles:'
   MOVE LOW-VALUES TO CopCtlFecha
   START CopiaControlFile KEY IS NOT LESS THAN CopCtlFecha
      INVALID KEY MOVE 'S' TO SwFinCopiaControl
      NOT INVALID KEY MOVE 'N' TO SwFinCopiaControl
   END-START
   PERFORM UNTIL FinCopiaControl
      READ CopiaControlFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCopiaControl
         NOT AT END
            IF CopCtlCompleta
               DISPLAY '  ' CopCtlFecha ' completa, restaurada ' CopCtlRestauraciones ' vez/veces'
            ELSE
               DISPLAY '  ' CopCtlFecha ' a medias (no sirve para restaurar)'
            END-IF
      END-READ
   END-PERFORM.

*> Recorre los archivos en el orden del control: los indexados van
*> primero, así FACTREG ya está restaurado cuando VENTAHIS revisa sus
*> marcas de devolución.
RestaurarArchivos.
   DISPLAY ' '
   DISPLAY 'Archivo   renglones antes  después  (copia/corte)'
   PERFORM VARYING CopIdx FROM 1 BY 1 UNTIL CopIdx > 16
      IF CopTrabNombre(CopIdx) NOT = SPACES
         MOVE CopTrabNombre(CopIdx) TO ArchivoRestaurar
         MOVE CopTrabRenglones(CopIdx) TO RenglonesControl
         MOVE 0 TO RenglonesAntes
         MOVE 0 TO RenglonesDespues
         EVALUATE ArchivoRestaurar
            WHEN 'PERROINV' PERFORM RestaurarInventario
            WHEN 'PERROLOG' PERFORM RestaurarLog
            WHEN 'REGANIMA' PERFORM RestaurarRegistroAnimal
            WHEN 'PERROEXC' PERFORM RestaurarExcepciones
            WHEN 'CLIENTMA' PERFORM RestaurarClientes
            WHEN 'PROVEEDR' PERFORM RestaurarProveedores
            WHEN 'CTAPAGAR' PERFORM RestaurarCuentasPagar
            WHEN 'LISTAESP' PERFORM RestaurarListaEspera
            WHEN 'TASAIMP' PERFORM RestaurarTasas
            WHEN 'DIARIOCT' PERFORM RestaurarDiarioControl
            WHEN 'FACTREG' PERFORM RestaurarFacturas
            WHEN 'VENTAHIS' PERFORM RecortarVentas
            WHEN 'CAJAMOV' PERFORM RecortarCaja
            WHEN 'SALUDREC' PERFORM RecortarSalud
            WHEN 'PERROLGA' PERFORM RecortarLogArchivado
            WHEN 'DIARIOGL' PERFORM RecortarDiarioContable
            WHEN OTHER
               DISPLAY '*** Archivo ' ArchivoRestaurar ' de la copia desconocido; se omite ***'
               ADD 1 TO Advertencias
         END-EVALUATE
         DISPLAY ArchivoRestaurar '  ' RenglonesAntes '  ' RenglonesDespues '  (' RenglonesControl ')'
      END-IF
   END-PERFORM.

*> Posiciona la lectura de COPIADIA en el primer renglón del archivo
*> en curso para la fecha restaurada.
IniciarLecturaCopia.
   MOVE FechaRestaurar TO CopFecha
   MOVE ArchivoRestaurar TO CopArchivo
   MOVE 0 TO CopSecuencia
   START CopiaDiaFile KEY IS NOT LESS THAN ClaveCopiaDia
      INVALID KEY MOVE 'S' TO SwFinCopiaArchivo
      NOT INVALID KEY MOVE 'N' TO SwFinCopiaArchivo
   END-START
   PERFORM LeerRenglonCopia.

*> Siguiente renglón copiado del archivo en curso; al pasar a otro
*> archivo u otra fecha prende FinCopiaArchivo.
LeerRenglonCopia.
   IF NOT FinCopiaArchivo
      READ CopiaDiaFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCopiaArchivo
         NOT AT END
            IF CopFecha NOT = FechaRestaurar OR CopArchivo NOT = ArchivoRestaurar
               MOVE 'S' TO SwFinCopiaArchivo
            END-IF
      END-READ
   END-IF.

InformarArchivoNoAbre.
   DISPLAY '*** ' ArchivoRestaurar ' no abrió para restaurar: estado ' EstadoArchivoActual ' ***'
   ADD 1 TO Errores.

InformarRenglonNoGrabado.
   DISPLAY '*** No se pudo regrabar el renglón ' CopSecuencia ' de ' ArchivoRestaurar
           ': estado ' EstadoArchivoActual ' ***'
   ADD 1 TO Errores.

*> Un indexado restaurado debe quedar con los renglones que anotó el
*> control al copiarlo; si no, la copia está dañada.
VerificarRenglonesRestaurados.
   IF RenglonesDespues NOT = RenglonesControl
      DISPLAY '*** ' ArchivoRestaurar ' quedó con ' RenglonesDespues ' renglones y la copia anotó '
              RenglonesControl ' ***'
      ADD 1 TO Errores
   END-IF.

RestaurarInventario.
   OPEN INPUT PerroInventarioFile
   IF EstadoInventarioFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ PerroInventarioFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE PerroInventarioFile
   END-IF
   OPEN OUTPUT PerroInventarioFile
   IF EstadoInventarioFile NOT = '00'
      MOVE EstadoInventarioFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO PerroInventarioRecord
         WRITE PerroInventarioRecord
            INVALID KEY
               MOVE EstadoInventarioFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE PerroInventarioFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

*> Del log se informa cada transacción de la fecha restaurada en
*> adelante: son las que la restauración deshace.
RestaurarLog.
   OPEN INPUT PerroLogFile
   IF EstadoLogFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ PerroLogFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF LogFecha NOT < FechaRestaurar
                  ADD 1 TO TransaccionesDeshechas
                  DISPLAY '  Transacción deshecha ' LogTransaccionId ' del ' LogFecha ' estado '
                          LogEstado ' ' LogSucursal ' ' LogNombrePerro ' animal ' LogNumeroAnimal
               END-IF
         END-READ
      END-PERFORM
      CLOSE PerroLogFile
   END-IF
   OPEN OUTPUT PerroLogFile
   IF EstadoLogFile NOT = '00'
      MOVE EstadoLogFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO PerroLogRecord
         WRITE PerroLogRecord
            INVALID KEY
               MOVE EstadoLogFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE PerroLogFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarRegistroAnimal.
   OPEN INPUT RegistroAnimalFile
   IF EstadoRegistroAnimalFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ RegistroAnimalFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE RegistroAnimalFile
   END-IF
   OPEN OUTPUT RegistroAnimalFile
   IF EstadoRegistroAnimalFile NOT = '00'
      MOVE EstadoRegistroAnimalFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO RegistroAnimalRecord
         WRITE RegistroAnimalRecord
            INVALID KEY
               MOVE EstadoRegistroAnimalFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE RegistroAnimalFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarExcepciones.
   OPEN INPUT PerroExcepFile
   IF EstadoExcepFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ PerroExcepFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE PerroExcepFile
   END-IF
   OPEN OUTPUT PerroExcepFile
   IF EstadoExcepFile NOT = '00'
      MOVE EstadoExcepFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO PerroExcepcionRecord
         WRITE PerroExcepcionRecord
            INVALID KEY
               MOVE EstadoExcepFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE PerroExcepFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarClientes.
   OPEN INPUT ClienteFile
   IF EstadoClientesFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ ClienteFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE ClienteFile
   END-IF
   OPEN OUTPUT ClienteFile
   IF EstadoClientesFile NOT = '00'
      MOVE EstadoClientesFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO ClienteRecord
         WRITE ClienteRecord
            INVALID KEY
               MOVE EstadoClientesFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE ClienteFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarProveedores.
   OPEN INPUT ProveedorFile
   IF EstadoProveedoresFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ ProveedorFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE ProveedorFile
   END-IF
   OPEN OUTPUT ProveedorFile
   IF EstadoProveedoresFile NOT = '00'
      MOVE EstadoProveedoresFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO ProveedorRecord
         WRITE ProveedorRecord
            INVALID KEY
               MOVE EstadoProveedoresFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE ProveedorFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarCuentasPagar.
   OPEN INPUT CuentaPagarFile
   IF EstadoCuentasPagarFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ CuentaPagarFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE CuentaPagarFile
   END-IF
   OPEN OUTPUT CuentaPagarFile
   IF EstadoCuentasPagarFile NOT = '00'
      MOVE EstadoCuentasPagarFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO CuentaPagarRecord
         WRITE CuentaPagarRecord
            INVALID KEY
               MOVE EstadoCuentasPagarFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE CuentaPagarFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarListaEspera.
   OPEN INPUT ListaEsperaFile
   IF EstadoListaEsperaFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ ListaEsperaFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE ListaEsperaFile
   END-IF
   OPEN OUTPUT ListaEsperaFile
   IF EstadoListaEsperaFile NOT = '00'
      MOVE EstadoListaEsperaFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO ListaEsperaRecord
         WRITE ListaEsperaRecord
            INVALID KEY
               MOVE EstadoListaEsperaFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE ListaEsperaFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

RestaurarTasas.
   OPEN INPUT TasaImpuestoFile
   IF EstadoTasasFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ TasaImpuestoFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE TasaImpuestoFile
   END-IF
   OPEN OUTPUT TasaImpuestoFile
   IF EstadoTasasFile NOT = '00'
      MOVE EstadoTasasFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO TasaImpuestoRecord
         WRITE TasaImpuestoRecord
            INVALID KEY
               MOVE EstadoTasasFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE TasaImpuestoFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

*> El control del diario vuelve a como estaba: los días restaurados se
*> exportan de nuevo al correrlos otra vez.
RestaurarDiarioControl.
   OPEN INPUT DiarioControlFile
   IF EstadoDiarioControlFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ DiarioControlFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END ADD 1 TO RenglonesAntes
         END-READ
      END-PERFORM
      CLOSE DiarioControlFile
   END-IF
   OPEN OUTPUT DiarioControlFile
   IF EstadoDiarioControlFile NOT = '00'
      MOVE EstadoDiarioControlFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO DiarioControlRecord
         WRITE DiarioControlRecord
            INVALID KEY
               MOVE EstadoDiarioControlFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE DiarioControlFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

*> De las facturas se informa cada documento de la fecha restaurada en
*> adelante: su número vuelve a quedar libre y la próxima corrida lo
*> emite otra vez, así que la copia impresa que haya salido se anula.
RestaurarFacturas.
   OPEN INPUT FacturaRegFile
   IF EstadoFacturasFile = '00'
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ FacturaRegFile NEXT RECORD
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF FactFecha NOT < FechaRestaurar
                  ADD 1 TO DocumentosDeshechos
                  MOVE FactImporte TO ImporteEditado
                  IF FactEsNotaCredito
                     DISPLAY '  Nota de crédito deshecha ' FactNumeroKey ' del ' FactFecha
                             ' cliente ' FactClienteId ' $' ImporteEditado
                  ELSE
                     DISPLAY '  Factura deshecha ' FactNumeroKey ' del ' FactFecha
                             ' cliente ' FactClienteId ' $' ImporteEditado
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE FacturaRegFile
   END-IF
   OPEN OUTPUT FacturaRegFile
   IF EstadoFacturasFile NOT = '00'
      MOVE EstadoFacturasFile TO EstadoArchivoActual
      PERFORM InformarArchivoNoAbre
   ELSE
      PERFORM IniciarLecturaCopia
      PERFORM UNTIL FinCopiaArchivo
         MOVE CopDatos TO FacturaRegRecord
         WRITE FacturaRegRecord
            INVALID KEY
               MOVE EstadoFacturasFile TO EstadoArchivoActual
               PERFORM InformarRenglonNoGrabado
            NOT INVALID KEY ADD 1 TO RenglonesDespues
         END-WRITE
         PERFORM LeerRenglonCopia
      END-PERFORM
      CLOSE FacturaRegFile
      PERFORM VerificarRenglonesRestaurados
   END-IF.

*> Sin la copia de paso no se corta: lo que hubiera en COPIATRB es de
*> otro archivo.
VerificarCopiaLista.
   IF NOT CopiaLista
      DISPLAY '*** COPIATRB no abrió (estado ' EstadoCopiaFile '); ' ArchivoRestaurar ' no se corta ***'
      MOVE RenglonesAntes TO RenglonesDespues
      ADD 1 TO Errores
   END-IF.

*> Un secuencial con menos renglones que al empezar el día fue
*> rotado o retirado después de la copia: cortarlo borraría lo que no
*> es del día, así que se deja como está y se avisa.
AvisarSecuencialCorto.
   DISPLAY '*** ' ArchivoRestaurar ' tiene ' RenglonesAntes ' renglones, menos que los ' RenglonesControl
           ' del arranque; no se corta ***'
   ADD 1 TO Advertencias.

*> Ventas: se corta en el renglón del arranque y, de lo que queda, una
*> venta marcada devuelta cuya factura ya no lo está en el FACTREG
*> restaurado recupera su marca vigente: la nota de crédito que la
*> devolvió se deshizo.
RecortarVentas.
   MOVE 'N' TO SwVentasCambiadas
   MOVE 'N' TO SwFacturasAbiertas
   OPEN INPUT FacturaRegFile
   IF EstadoFacturasFile = '00'
      MOVE 'S' TO SwFacturasAbiertas
   END-IF
   MOVE 'N' TO SwCopiaLista
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      OPEN OUTPUT CopiaTrabajoFile
      IF EstadoCopiaFile = '00'
         MOVE 'S' TO SwCopiaLista
      END-IF
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF RenglonesAntes > RenglonesControl
                  ADD 1 TO VentasDeshechas
                  MOVE VentaImporte TO ImporteEditado
                  DISPLAY '  Venta deshecha del ' VentaFecha ' ' VentaSucursal ' ' VentaNombre
                          ' cliente ' VentaClienteId ' factura ' VentaFactura ' $' ImporteEditado
               ELSE
                  IF VentaDevuelta AND FacturasAbiertas
                        AND VentaFactura NUMERIC AND VentaFactura > 0
                     MOVE VentaFactura TO FactNumeroKey
                     READ FacturaRegFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                           IF NOT FactDevuelta
                              MOVE SPACE TO VentaEstado
                              MOVE 'S' TO SwVentasCambiadas
                              ADD 1 TO DevolucionesDeshechas
                              DISPLAY '  Devolución deshecha: la venta de ' VentaNombre
                                      ' (factura ' VentaFactura ') vuelve a estar vigente'
                           END-IF
                     END-READ
                  END-IF
                  WRITE CopiaTrabajoRecord FROM VentaHistRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE VentaHistFile
   END-IF
   IF FacturasAbiertas
      CLOSE FacturaRegFile
   END-IF
   IF RenglonesAntes < RenglonesControl
      MOVE RenglonesAntes TO RenglonesDespues
      PERFORM AvisarSecuencialCorto
   ELSE
      MOVE RenglonesControl TO RenglonesDespues
      IF RenglonesAntes > RenglonesControl OR VentasCambiadas
         PERFORM VerificarCopiaLista
      END-IF
      IF (RenglonesAntes > RenglonesControl OR VentasCambiadas) AND CopiaLista
         OPEN INPUT CopiaTrabajoFile
         OPEN OUTPUT VentaHistFile
         IF EstadoCopiaFile = '00' AND EstadoVentasFile = '00'
            MOVE 'N' TO SwFinCopia
            PERFORM UNTIL FinCopia
               READ CopiaTrabajoFile
                  AT END MOVE 'S' TO SwFinCopia
                  NOT AT END WRITE VentaHistRecord FROM CopiaTrabajoRecord
               END-READ
            END-PERFORM
         ELSE
            MOVE EstadoVentasFile TO EstadoArchivoActual
            PERFORM InformarArchivoNoAbre
         END-IF
         CLOSE CopiaTrabajoFile
         CLOSE VentaHistFile
      END-IF
   END-IF.

RecortarCaja.
   MOVE 'N' TO SwCopiaLista
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
      OPEN OUTPUT CopiaTrabajoFile
      IF EstadoCopiaFile = '00'
         MOVE 'S' TO SwCopiaLista
      END-IF
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF RenglonesAntes > RenglonesControl
                  ADD 1 TO RenglonesCajaDeshechos
                  MOVE CajaImporte TO ImporteEditado
                  DISPLAY '  Caja deshecha del ' CajaFecha ' ' CajaSucursal ' ' CajaTipoMov
                          ' ' CajaNombreAnimal ' $' ImporteEditado
               ELSE
                  WRITE CopiaTrabajoRecord FROM CajaMovRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE CajaMovFile
   END-IF
   IF RenglonesAntes < RenglonesControl
      MOVE RenglonesAntes TO RenglonesDespues
      PERFORM AvisarSecuencialCorto
   ELSE
      MOVE RenglonesControl TO RenglonesDespues
      IF RenglonesAntes > RenglonesControl
         PERFORM VerificarCopiaLista
      END-IF
      IF (RenglonesAntes > RenglonesControl) AND CopiaLista
         OPEN INPUT CopiaTrabajoFile
         OPEN OUTPUT CajaMovFile
         IF EstadoCopiaFile = '00' AND EstadoCajaFile = '00'
            MOVE 'N' TO SwFinCopia
            PERFORM UNTIL FinCopia
               READ CopiaTrabajoFile
                  AT END MOVE 'S' TO SwFinCopia
                  NOT AT END WRITE CajaMovRecord FROM CopiaTrabajoRecord
               END-READ
            END-PERFORM
         ELSE
            MOVE EstadoCajaFile TO EstadoArchivoActual
            PERFORM InformarArchivoNoAbre
         END-IF
         CLOSE CopiaTrabajoFile
         CLOSE CajaMovFile
      END-IF
   END-IF.

RecortarSalud.
   MOVE 'N' TO SwCopiaLista
   OPEN INPUT SaludFile
   IF EstadoSaludFile = '00'
      OPEN OUTPUT CopiaTrabajoFile
      IF EstadoCopiaFile = '00'
         MOVE 'S' TO SwCopiaLista
      END-IF
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ SaludFile
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF RenglonesAntes > RenglonesControl
                  ADD 1 TO EventosSaludDeshechos
                  DISPLAY '  Evento sanitario deshecho del ' SaludFecha ' ' SaludSucursal ' '
                          SaludNombre ' tipo ' SaludTipoEvento ' animal ' SaludNumeroAnimal
               ELSE
                  WRITE CopiaTrabajoRecord FROM SaludRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE SaludFile
   END-IF
   IF RenglonesAntes < RenglonesControl
      MOVE RenglonesAntes TO RenglonesDespues
      PERFORM AvisarSecuencialCorto
   ELSE
      MOVE RenglonesControl TO RenglonesDespues
      IF RenglonesAntes > RenglonesControl
         PERFORM VerificarCopiaLista
      END-IF
      IF (RenglonesAntes > RenglonesControl) AND CopiaLista
         OPEN INPUT CopiaTrabajoFile
         OPEN OUTPUT SaludFile
         IF EstadoCopiaFile = '00' AND EstadoSaludFile = '00'
            MOVE 'N' TO SwFinCopia
            PERFORM UNTIL FinCopia
               READ CopiaTrabajoFile
                  AT END MOVE 'S' TO SwFinCopia
                  NOT AT END WRITE SaludRecord FROM CopiaTrabajoRecord
               END-READ
            END-PERFORM
         ELSE
            MOVE EstadoSaludFile TO EstadoArchivoActual
            PERFORM InformarArchivoNoAbre
         END-IF
         CLOSE CopiaTrabajoFile
         CLOSE SaludFile
      END-IF
   END-IF.

*> Lo que el cierre rodó al archivo muerto vuelve a estar en el
*> PERROLOG restaurado; aquí sólo se corta.
RecortarLogArchivado.
   MOVE 'N' TO SwCopiaLista
   OPEN INPUT PerroLogArcFile
   IF EstadoLogArcFile = '00'
      OPEN OUTPUT CopiaTrabajoFile
      IF EstadoCopiaFile = '00'
         MOVE 'S' TO SwCopiaLista
      END-IF
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ PerroLogArcFile
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF RenglonesAntes > RenglonesControl
                  ADD 1 TO ArchivadosDeshechos
               ELSE
                  WRITE CopiaTrabajoRecord FROM PerroLogArcRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE PerroLogArcFile
   END-IF
   IF RenglonesAntes < RenglonesControl
      MOVE RenglonesAntes TO RenglonesDespues
      PERFORM AvisarSecuencialCorto
   ELSE
      MOVE RenglonesControl TO RenglonesDespues
      IF RenglonesAntes > RenglonesControl
         PERFORM VerificarCopiaLista
      END-IF
      IF (RenglonesAntes > RenglonesControl) AND CopiaLista
         OPEN INPUT CopiaTrabajoFile
         OPEN OUTPUT PerroLogArcFile
         IF EstadoCopiaFile = '00' AND EstadoLogArcFile = '00'
            MOVE 'N' TO SwFinCopia
            PERFORM UNTIL FinCopia
               READ CopiaTrabajoFile
                  AT END MOVE 'S' TO SwFinCopia
                  NOT AT END WRITE PerroLogArcRecord FROM CopiaTrabajoRecord
               END-READ
            END-PERFORM
         ELSE
            MOVE EstadoLogArcFile TO EstadoArchivoActual
            PERFORM InformarArchivoNoAbre
         END-IF
         CLOSE CopiaTrabajoFile
         CLOSE PerroLogArcFile
      END-IF
   END-IF.

*> El diario contable se corta igual; si el contador ya lo retiró, lo
*> que recibió de los días deshechos hay que anularlo en la
*> contabilidad, porque la próxima corrida lo vuelve a exportar.
RecortarDiarioContable.
   MOVE 'N' TO SwCopiaLista
   OPEN INPUT DiarioContableFile
   IF EstadoDiarioFile = '00'
      OPEN OUTPUT CopiaTrabajoFile
      IF EstadoCopiaFile = '00'
         MOVE 'S' TO SwCopiaLista
      END-IF
      MOVE 'N' TO SwFinArchivo
      PERFORM UNTIL FinArchivo
         READ DiarioContableFile
            AT END MOVE 'S' TO SwFinArchivo
            NOT AT END
               ADD 1 TO RenglonesAntes
               IF RenglonesAntes > RenglonesControl
                  ADD 1 TO RenglonesDiarioDeshechos
               ELSE
                  WRITE CopiaTrabajoRecord FROM DiarioContableRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE DiarioContableFile
   END-IF
   IF RenglonesAntes < RenglonesControl
      MOVE RenglonesAntes TO RenglonesDespues
      PERFORM AvisarSecuencialCorto
      DISPLAY '*** Si el contador ya retiró DIARIOGL, los asientos desde el ' FechaRestaurar
              ' que recibió deben anularse: se exportarán de nuevo ***'
   ELSE
      MOVE RenglonesControl TO RenglonesDespues
      IF RenglonesAntes > RenglonesControl
         PERFORM VerificarCopiaLista
      END-IF
      IF (RenglonesAntes > RenglonesControl) AND CopiaLista
         OPEN INPUT CopiaTrabajoFile
         OPEN OUTPUT DiarioContableFile
         IF EstadoCopiaFile = '00' AND EstadoDiarioFile = '00'
            MOVE 'N' TO SwFinCopia
            PERFORM UNTIL FinCopia
               READ CopiaTrabajoFile
                  AT END MOVE 'S' TO SwFinCopia
                  NOT AT END WRITE DiarioContableRecord FROM CopiaTrabajoRecord
               END-READ
            END-PERFORM
         ELSE
            MOVE EstadoDiarioFile TO EstadoArchivoActual
            PERFORM InformarArchivoNoAbre
         END-IF
         CLOSE CopiaTrabajoFile
         CLOSE DiarioContableFile
      END-IF
   END-IF.

*> Las copias de los días posteriores al restaurado tienen archivos
*> que ya no existen: se juntan primero y se borran después, igual
*> que la purga de AnimalProgram.
BorrarCopiasPosteriores.
   MOVE FechaRestaurar TO CopCtlFecha
   START CopiaControlFile KEY IS GREATER THAN CopCtlFecha
      INVALID KEY MOVE 'S' TO SwFinCopiaControl
      NOT INVALID KEY MOVE 'N' TO SwFinCopiaControl
   END-START
   PERFORM UNTIL FinCopiaControl
      READ CopiaControlFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCopiaControl
         NOT AT END
            IF NumCopiasPosteriores < 30
               ADD 1 TO NumCopiasPosteriores
               MOVE CopCtlFecha TO FechaCopiaPosterior(NumCopiasPosteriores)
            END-IF
      END-READ
   END-PERFORM
   PERFORM VARYING PosIdx FROM 1 BY 1 UNTIL PosIdx > NumCopiasPosteriores
      MOVE FechaCopiaPosterior(PosIdx) TO FechaCopiaBorrar
      PERFORM BorrarCopiaDia
      MOVE FechaCopiaPosterior(PosIdx) TO CopCtlFecha
      DELETE CopiaControlFile RECORD
         INVALID KEY DISPLAY 'No se pudo borrar el control de la copia del ' FechaCopiaPosterior(PosIdx)
      END-DELETE
      DISPLAY 'Copia de arranque del ' FechaCopiaPosterior(PosIdx)
              ' borrada por ser posterior a la restaurada: ' RenglonesBorrados ' renglones'
   END-PERFORM.

BorrarCopiaDia.
   MOVE 0 TO RenglonesBorrados
   MOVE FechaCopiaBorrar TO CopFecha
   MOVE LOW-VALUES TO CopArchivo
   MOVE 0 TO CopSecuencia
   START CopiaDiaFile KEY IS NOT LESS THAN ClaveCopiaDia
      INVALID KEY MOVE 'S' TO SwFinCopiaDia
      NOT INVALID KEY MOVE 'N' TO SwFinCopiaDia
   END-START
   PERFORM UNTIL FinCopiaDia
      READ CopiaDiaFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCopiaDia
         NOT AT END
            IF CopFecha = FechaCopiaBorrar
               DELETE CopiaDiaFile RECORD
                  INVALID KEY DISPLAY 'No se pudo borrar el renglón ' CopSecuencia ' de ' CopArchivo
                                      ' de la copia del ' FechaCopiaBorrar
               END-DELETE
               ADD 1 TO RenglonesBorrados
            ELSE
               MOVE 'S' TO SwFinCopiaDia
            END-IF
      END-READ
   END-PERFORM.

*> La copia restaurada sigue valiendo (los archivos vuelven a estar
*> como ella) y la nueva corrida del día la conserva; sólo se anota
*> la restauración.
MarcarCopiaRestaurada.
   ACCEPT FechaHoy FROM DATE
   MOVE FechaRestaurar TO CopCtlFecha
   READ CopiaControlFile
      INVALID KEY
         DISPLAY '*** No se pudo releer el control de la copia del ' FechaRestaurar ' ***'
         ADD 1 TO Errores
      NOT INVALID KEY
         ADD 1 TO CopCtlRestauraciones
         MOVE FechaHoy TO CopCtlFechaRestauracion
         REWRITE CopiaControlRecord
            INVALID KEY
               DISPLAY '*** No se pudo anotar la restauración en el control ***'
               ADD 1 TO Errores
         END-REWRITE
   END-READ.

InformarRestauracion.
   DISPLAY ' '
   DISPLAY '=== Resumen de lo deshecho desde el ' FechaRestaurar ' ==='
   DISPLAY '  Transacciones del log          : ' TransaccionesDeshechas
   DISPLAY '  Facturas y notas de crédito    : ' DocumentosDeshechos
   DISPLAY '  Ventas                         : ' VentasDeshechas
   DISPLAY '  Devoluciones                   : ' DevolucionesDeshechas
   DISPLAY '  Renglones de caja              : ' RenglonesCajaDeshechos
   DISPLAY '  Eventos sanitarios             : ' EventosSaludDeshechos
   DISPLAY '  Renglones del log archivado    : ' ArchivadosDeshechos
   DISPLAY '  Renglones del diario contable  : ' RenglonesDiarioDeshechos
   DISPLAY '  Copias posteriores borradas    : ' NumCopiasPosteriores
   DISPLAY '  Avisos                         : ' Advertencias
   DISPLAY '  Fallas                         : ' Errores
   IF DocumentosDeshechos > 0
      DISPLAY '  Los números de factura deshechos se vuelven a emitir: anular las copias impresas.'
   END-IF
   IF Errores > 0
      DISPLAY '*** La restauración no terminó limpia: corregir y volver a correrla; la copia sigue intacta. ***'
      MOVE 8 TO RETURN-CODE
   ELSE
      IF Advertencias > 0
         MOVE 4 TO RETURN-CODE
      ELSE
         DISPLAY '  Archivos de vuelta al arranque del ' FechaRestaurar '.'
         MOVE 0 TO RETURN-CODE
      END-IF
   END-IF.
