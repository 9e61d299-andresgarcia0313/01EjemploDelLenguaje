      ASSIGN TO 'PERROINV'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS NumeroAnimalKey
      ALTERNATE RECORD KEY IS ClavePerroInv WITH DUPLICATES
      FILE STATUS IS EstadoInventarioFile.

   SELECT PerroLogFile
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

   SELECT PerroLogArcFile
      ASSIGN TO 'PERROLGA'
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

   SELECT MovimientosDiaFile
      ASSIGN TO 'MOVTODIA'
      ORGANIZATION IS LINE SEQUENTIAL
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoListaFile.

   SELECT DiarioContableFile
      ASSIGN TO 'DIARIOGL'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoDiarioFile.

   SELECT CuentasContablesFile
      ASSIGN TO 'CTACONTA'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCuentasContablesFile.

   SELECT InformeFile
      ASSIGN TO 'INFORME'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoInformeFile.

   SELECT CopiaTrabajoFile
      ASSIGN TO 'COPIATRB'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCopiaFile.

DATA DIVISION.
FILE SECTION.

FD PerroInventarioFile.
01 PerroInventarioRecord.
   *> La llave es el número de animal que asigna el alta, y no cambia
   *> ni con un traslado ni con una devolución. Sucursal+nombre queda
   *> como llave alterna con duplicados: el nombre sigue sirviendo
   *> para buscar, pero dos perros pueden llamarse igual.
   05 NumeroAnimalKey PIC 9(7).
   05 ClavePerroInv.
      10 SucursalPerroKey PIC X(03).
      10 NombrePerroKey PIC X(20).
   05 PrecioPerroReg PIC 9999.
   05 FechaIngresoReg PIC X(08).
   *> Estado de venta del renglón: 'D' disponible, 'R' reservado con
   *> depósito a nombre de un cliente hasta la fecha límite, 'T' en
   *> tránsito hacia la sucursal de la llave, sin recepción todavía.
   05 EstadoPerroReg PIC X(01).
   05 DepositoReg PIC 9999.
   05 ReservaClienteReg PIC 9(5).
   *> margen de una venta (y de una rebaja por antigüedad) es a ciegas.
   05 CostoReg PIC 9999.
   05 ProveedorReg PIC X(05).
   *> De qué sucursal salió y cuándo, mientras el perro viaja; en
   *> blanco para un perro que no está en tránsito.
   05 SucursalOrigenReg PIC X(03).
   05 FechaTrasladoReg PIC X(08).
   *> Número del microchip implantado, si lo tiene (opcional).
   05 MicrochipReg PIC X(15).

FD PerroLogFile.
01 PerroLogRecord.
   *> tramo, estado 'M'); las demás transacciones los dejan vacíos.
   05 LogPrecioAnterior PIC S9999.
   05 LogMotivo PIC X(20).
   *> Número del animal de la transacción; cero si no es de un animal.
   05 LogNumeroAnimal PIC 9(7).

*> Registro permanente de animales: un renglón por cada número que
*> asignó un alta, se haya vendido el animal después o no. De aquí
*> sale el número siguiente (el último más uno), se busca por nombre
*> (llave alterna con duplicados: el nombre ya no identifica a nadie)
*> y por microchip, que no se repite entre dos animales. Guarda la
*> transacción del alta, para que un reinicio del job no dé de alta
*> dos veces al mismo animal con números distintos.
FD RegistroAnimalFile.
01 RegistroAnimalRecord.
   05 RegNumeroAnimal PIC 9(7).
   05 RegNombre PIC X(20).
   05 RegSucursalAlta PIC X(03).
   05 RegFechaAlta PIC X(08).
   05 RegTransaccionAlta PIC 9(6).
   05 RegRaza PIC X(20).
   05 RegMicrochip PIC X(15).

*> Archivo muerto del log: los registros de períodos ya cerrados se
*> ruedan aquí para que PERROLOG sólo conserve el período vigente.
   05 ArcSucursal PIC X(03).
   05 ArcPrecioAnterior PIC S9999.
   05 ArcMotivo PIC X(20).
   05 ArcNumeroAnimal PIC 9(7).

*> Rechazos pendientes de corrección, con llave por el nombre del
*> animal con la sucursal por delante, igual que ClavePerroInv: el
   05 ProveedorNombre PIC X(30).
   05 ProveedorTelefono PIC X(12).

*> Cuentas por pagar a proveedores: cada alta con costo abre aquí una
*> deuda con el criadero que vendió el animal, y los pagos ('B' en
*> MOVTODIA) la van saldando de la más vieja a la más nueva. La llave
*> lleva el proveedor por delante, luego la fecha del alta y el número
*> del animal, así que un barrido por proveedor sale ya en el orden en
*> que se paga.
FD CuentaPagarFile.
01 CuentaPagarRecord.
   05 ClaveCuentaPagar.
      10 CxpProveedor PIC X(05).
      10 CxpFechaAlta PIC X(08).
      10 CxpNumeroAnimal PIC 9(7).
   05 CxpSucursal PIC X(03).
   05 CxpNombreAnimal PIC X(20).
   05 CxpRaza PIC X(20).
   05 CxpImporte PIC 9(5).
   05 CxpPagado PIC 9(5).
   05 CxpFechaUltimoPago PIC X(08).

*> Lista de espera por raza: el cliente que pide que lo llamen cuando
*> llegue una raza a una sucursal, con el precio tope que pagaría (cero
*> = sin tope) y la fecha del pedido, que desempata el orden de las
*> llamadas. Llave por cliente del maestro, luego raza y sucursal. El
*> pedido queda 'A' abierto hasta que el cliente compra o reserva un
*> perro de esa raza, o lo da de baja; cerrado ('C') guarda cuándo y
*> por qué.
FD ListaEsperaFile.
01 ListaEsperaRecord.
   05 ClaveListaEspera.
      10 EspClienteId PIC 9(5).
      10 EspRaza PIC X(20).
      10 EspSucursal PIC X(03).
   05 EspPrecioTope PIC 9999.
   05 EspFechaPedido PIC X(08).
   05 EspEstado PIC X(01).
      88 EspAbierta VALUE 'A'.
      88 EspCerrada VALUE 'C'.
   05 EspFechaCierre PIC X(08).
   05 EspMotivoCierre PIC X(10).
   05 EspAnimalCierre PIC X(20).

*> Tabla de tasas del impuesto a las ventas, por sucursal y por clase
*> de producto ('A' animales; 'C' queda para los accesorios). Una
*> sucursal en blanco es la tasa general, la que vale donde la
*> sucursal no tiene una propia. Los precios ya incluyen el impuesto:
*> la tasa sirve para desglosar lo cobrado en neto e impuesto. Se
*> mantiene con el movimiento 'K' y guarda la tasa que reemplazó.
FD TasaImpuestoFile.
01 TasaImpuestoRecord.
   05 ClaveTasaImpuesto.
      10 TasaSucursal PIC X(03).
      10 TasaClase PIC X(01).
   05 TasaPorcentaje PIC 99V99.
   05 TasaFechaVigencia PIC X(08).
   05 TasaPorcentajeAnterior PIC 99V99.

*> Control del diario contable: un renglón por día y sucursal ya
*> exportados a DIARIOGL, para que un reinicio no le mande al
*> contador el mismo día dos veces. 'P' = exportación empezada (si la
*> corrida se cortó ahí, el diario puede haber quedado a medias),
*> 'E' = exportado y cuadrado, 'D' = exportado descuadrado.
FD DiarioControlFile.
01 DiarioControlRecord.
   05 ClaveDiarioControl.
      10 DiaCtlFecha PIC X(08).
      10 DiaCtlSucursal PIC X(03).
   05 DiaCtlEstado PIC X(01).
      88 DiaCtlEmpezado VALUE 'P'.
   05 DiaCtlRenglones PIC 9(5).
   05 DiaCtlDebe PIC 9(9)V99.
   05 DiaCtlHaber PIC 9(9)V99.

*> Copia de arranque del día: antes de aplicar MOVTODIA, cada renglón
*> de los archivos indexados se copia aquí tal cual, bajo la fecha del
*> día, el nombre del archivo y un secuencial. Con ella RestauracionDia
*> devuelve los archivos a como estaban al empezar ese día. El ancho
*> cubre al renglón más largo (el del inventario), con holgura.
FD CopiaDiaFile.
01 CopiaDiaRecord.
   05 ClaveCopiaDia.
      10 CopFecha PIC X(08).
      10 CopArchivo PIC X(08).
      10 CopSecuencia PIC 9(7).
   05 CopDatos PIC X(150).

*> Control de las copias de arranque: un renglón por día, con su
*> estado ('P' copia empezada, si la corrida se cortó ahí quedó a
*> medias; 'C' completa) y, por archivo, cuántos renglones se
*> copiaron (indexados, 'I') o cuántos tenía al empezar el día, que es
*> donde se corta al restaurar (secuenciales, 'S'). Guarda también
*> cuántas veces se restauró y cuándo fue la última.
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

*> Maestro de clientes: quién compra, para poder dirigirle la factura
*> y contactarlo después (vacunas, seguimiento). Llave por número de
*> cliente, igual que el inventario lleva llave por número de animal.
FD ClienteFile.
01 ClienteRecord.
   05 ClienteIdKey PIC 9(5).

*> Movimientos del día que la tienda entrega como archivo de texto,
*> un renglón por movimiento: A = alta, C = cambio de raza/precio,
*> V = venta (con el número del cliente que compra), D = devolución
*> de una venta en garantía (con el número de la factura original y,
*> en el precio, lo que se reembolsa; cero = el importe completo),
*> B = pago a un proveedor (su número en MovProveedor y el importe
*> pagado en el precio), L = pedido de lista de espera (cliente, raza,
*> sucursal y precio tope; 'B' en el tipo de evento lo da de baja),
*> I = recepción en la sucursal destino de un perro trasladado con 'T'
*> (nombre y sucursal que lo recibe), K = tasa de impuesto (sucursal,
*> en blanco = general; clase de producto en el tipo de evento; la
*> tasa en centésimos de punto en el precio, 1600 = 16.00%). Los
*> campos que cada tipo no usa viajan en blanco/cero.
FD MovimientosDiaFile.
01 MovimientoDiaRecord.
   05 MovTipoRegistro PIC X(01).
   *> viejo sin estas columnas entra con costo cero y sin proveedor.
   05 MovCosto PIC 9999.
   05 MovProveedor PIC X(05).
   *> Factura original que anula la devolución ('D').
   05 MovFacturaOrigen PIC 9(6).
   *> Número del animal al que se refiere el movimiento: con él, el
   *> nombre no hace falta para ubicarlo, y es obligatorio cuando la
   *> sucursal tiene dos perros con el mismo nombre. En blanco, el
   *> animal se busca por nombre. El microchip lo trae el alta.
   05 MovNumeroAnimal PIC 9(7).
   05 MovMicrochip PIC X(15).

*> Vista alterna del mismo renglón para el mantenimiento del maestro
*> de clientes: N = cliente nuevo, U = cambio de datos del cliente.
   05 MovCieHashImportes PIC 9(9).

*> Vista de ancho completo del renglón, para copiarlo entero al
*> archivo de rechazados: el renglón de inventario (104 posiciones,
*> con número de animal y microchip) y el de cliente (88) tienen
*> anchos distintos, y una copia por la vista corta truncaría el otro.
01 MovimientoDiaCompleto PIC X(104).

*> Renglones de MOVTODIA que no pasaron el pre-chequeo del lote: el
*> movimiento completo tal como llegó, más el motivo, para que la
*> tienda corrija y reenvíe sin adivinar qué se descartó.
FD MovRechazadosFile.
01 MovRechazadoRecord.
   05 RchMovimiento PIC X(104).
   05 RchMotivo PIC X(40).

*> Historial de ventas: un renglón por perro vendido, con el precio de
   *> los que dejan calcular el margen real de cada venta.
   05 VentaCosto PIC 9999.
   05 VentaProveedor PIC X(05).
   *> Factura con la que salió la venta, y la marca de devolución:
   *> una venta devuelta en garantía queda con 'D' y los informes de
   *> ventas, margen y estado de cuenta dejan de contarla. La fecha de
   *> ingreso del animal viaja aquí para que, si vuelve, regrese al
   *> inventario con su antigüedad de siempre. Los renglones de antes
   *> de llevar estos datos los traen en blanco.
   05 VentaFactura PIC 9(6).
   05 VentaEstado PIC X(01).
      88 VentaDevuelta VALUE 'D'.
   05 VentaFechaIngreso PIC X(08).
   05 VentaNumeroAnimal PIC 9(7).

*> Registro fiscal de facturas emitidas: una por cada venta, con
*> numeración corrida que persiste entre corridas y entre sucursales
   05 FactClienteNombre PIC X(30).
   05 FactAnimal PIC X(20).
   05 FactImporte PIC 9(5).
   *> Las notas de crédito de las devoluciones van en la misma serie
   *> que las facturas ('N' en el tipo; 'F' o blanco es factura). La
   *> factura devuelta queda con estado 'D', y cada documento apunta
   *> al otro: la factura a su nota, la nota a la factura que anula.
   05 FactTipoDocumento PIC X(01).
      88 FactEsNotaCredito VALUE 'N'.
   05 FactEstado PIC X(01).
      88 FactDevuelta VALUE 'D'.
   05 FactDocRelacionado PIC 9(6).
   05 FactNumeroAnimal PIC 9(7).
   *> Desglose fiscal del documento: FactImporte es el bruto cobrado
   *> (o reembolsado), impuesto incluido; la clase de producto y la
   *> tasa con que se desglosó quedan grabadas para que el registro
   *> mensual y la reimpresión no dependan de la tabla de hoy.
   05 FactClaseProducto PIC X(01).
   05 FactTasaImpuesto PIC 99V99.
   05 FactNeto PIC 9(5)V99.
   05 FactImpuesto PIC 9(5)V99.

*> Expediente sanitario: un renglón por cada vacuna, desparasitación
*> o control veterinario ('V', 'D' o 'C'), con la próxima fecha de
*> atención si el evento deja una pendiente. El animal se identifica
*> por su número, que lo sigue en los traslados y se cruza contra
*> VENTAHIS cuando se vende, para dar con el cliente que se lo llevó
*> y su teléfono en CLIENTMA. Sucursal y nombre quedan como dato de
*> dónde se atendió.
FD SaludFile.
01 SaludRecord.
   05 SaludSucursal PIC X(03).
   05 SaludFecha PIC X(08).
   05 SaludTipoEvento PIC X(01).
   05 SaludProximaFecha PIC X(08).
   05 SaludNumeroAnimal PIC 9(7).

*> Libro de movimientos de caja: un renglón por cada peso que entra o
*> sale por reservas y ventas, para que el depósito de una reserva no
*> viva sólo en un mensaje de consola. Tipos: 'DT' depósito tomado,
*> 'DV' depósito devuelto, 'DR' depósito retenido por vencimiento,
*> 'DA' depósito aplicado a una venta, 'VC' venta cobrada, 'NC'
*> reembolso de una devolución (sale con su nota de crédito), 'PP'
*> pago a un proveedor (con el número del proveedor en lugar del
*> cliente).
FD CajaMovFile.
01 CajaMovRecord.
   05 CajaFecha PIC X(08).
   05 CajaNombreAnimal PIC X(20).
   05 CajaClienteId PIC 9(5).
   05 CajaImporte PIC 9(5).
   05 CajaNumeroAnimal PIC 9(7).

*> Diario contable para el paquete del contador: por cada sucursal y
*> día, una cabecera, un renglón por cada pata de asiento (cuenta,
*> debe o haber, importe) y un cierre con los totales del debe y del
*> haber, que deben ser iguales. Se abre en EXTEND: los días se
*> acumulan hasta que el contador retira el archivo.
FD DiarioContableFile.
01 DiarioContableRecord PIC X(100).

*> Tabla de cuentas contables: la cuenta que corresponde a cada tipo
*> de movimiento y lado del asiento (D debe, H haber). Es texto, para
*> que el contador la corrija sin tocar el programa; si no existe se
*> estrena con las cuentas de CuentasContablesIniciales.
FD CuentasContablesFile.
01 CuentasContablesRecord.
   05 CtaTipoMov PIC X(02).
   05 CtaLado PIC X(01).
   05 CtaCuenta PIC X(10).
   05 CtaDescripcion PIC X(30).

*> Lista de precios exportable: campos separados por punto y coma para
*> que la página de la tienda la cargue sin reteclear nada.
FD InformeFile.
01 LineaInforme PIC X(80).

*> Copia de paso para regrabar un archivo secuencial completo (marcar
*> una venta devuelta en VENTAHIS): el archivo se copia aquí con el
*> cambio y se vuelve a copiar encima. El ancho cubre al más largo.
FD CopiaTrabajoFile.
01 CopiaTrabajoRecord PIC X(200).

WORKING-STORAGE SECTION.

01 AnimalData.
   05 Nombre PIC X(20).
   05 Edad PIC S99.
   *> Número del animal de la transacción en curso, para el log
   05 NumeroAnimal PIC 9(7) VALUE ZERO.

01 PerroData.
   05 Raza PIC X(20).
   05 Precio PIC S9999.
   05 Costo PIC 9999.
   05 Proveedor PIC X(05).
   05 Microchip PIC X(15).

*> Datos de entrada para el alta de gatos; se apoyan
*> en los mismos campos genéricos de AnimalData para Nombre y Edad.
*> reservas, listas y reportes barren o leen PERROINV directo y la
*> capacidad la pone el disco.
01 PerroTrabajoData.
   05 NumeroAnimalPerroTrab PIC 9(7).
   05 NombrePerroTrab PIC X(20).
   05 EdadPerroTrab PIC 99.
   05 RazaPerroTrab PIC X(20).
   05 FechaIngresoPerroTrab PIC X(08).
   05 SucursalPerroTrab PIC X(03).
   05 EstadoPerroTrab PIC X(01).
      88 PerroTrabDisponible VALUE 'D'.
      88 PerroTrabReservado VALUE 'R'.
      88 PerroTrabEnTransito VALUE 'T'.
   05 DepositoPerroTrab PIC 9999.
   05 ReservaClientePerroTrab PIC 9(5).
   05 ReservaHastaPerroTrab PIC X(08).
   05 CostoPerroTrab PIC 9999.
   05 ProveedorPerroTrab PIC X(05).
   05 SucursalOrigenPerroTrab PIC X(03).
   05 FechaTrasladoPerroTrab PIC X(08).
   05 MicrochipPerroTrab PIC X(15).

*> Control de los barridos ordenados sobre el archivo de inventario:
*> sin tabla en memoria ya no hay burbujeo; las listas por precio o
*> por edad salen buscando en cada vuelta el renglón que sigue al
*> último listado (desempate por el número de animal, que no se
*> repite), a costa de un barrido del archivo por renglón listado.
01 BarridoInventarioData.
   05 ClaveUltimaListada PIC 9(7) VALUE ZERO.
   05 PrecioUltimoListado PIC 9999 VALUE ZERO.
   05 EdadUltimaListada PIC 99 VALUE ZERO.
   05 ClaveCandidata PIC 9(7) VALUE ZERO.
   05 PrecioCandidato PIC 9999 VALUE ZERO.
   05 EdadCandidata PIC 99 VALUE ZERO.
   05 SwCandidatoHallado PIC X(01).
   05 UltimoNumeroFactura PIC 9(6) VALUE ZERO.
   05 NumeroReimprimir PIC 9(6) VALUE ZERO.

*> Impuesto a las ventas: la tasa que corresponde a la sucursal y a la
*> clase de lo facturado, y el desglose del bruto cobrado en neto más
*> impuesto (los precios ya lo incluyen). Los montos editados son los
*> que salen impresos en la factura, la nota y el registro mensual.
01 ImpuestoData.
   *> Clase de producto de lo que hoy se factura: animales
   05 ClaseAnimales PIC X(01) VALUE 'A'.
   05 SucursalTasa PIC X(03).
   05 ClaseTasa PIC X(01).
   05 PorcentajeTasa PIC 99V99.
   05 SwTasaHallada PIC X(01).
      88 TasaHallada VALUE 'S'.
   05 TasaAplicada PIC 99V99 VALUE ZERO.
   05 BrutoDesglose PIC 9(5).
   05 NetoDesglose PIC 9(5)V99.
   05 ImpuestoDesglose PIC 9(5)V99.
   05 TasaEditada PIC Z9.99.
   05 NetoEditado PIC ZZ,ZZ9.99.
   05 ImpuestoEditado PIC ZZ,ZZ9.99.

*> Diario contable del día: las sucursales con movimiento hoy, la
*> sucursal en curso con sus totales del debe y del haber, la pata de
*> asiento por grabar, las facturas anuladas hoy por nota de crédito
*> (su costo vuelve al inventario) y la tabla de cuentas contables
*> cargada de CTACONTA.
01 DiarioContableData.
   05 NumSucursalesDiario PIC 99 VALUE ZERO.
   05 SucursalesDiario OCCURS 20 TIMES.
      10 SucursalCodigoDiario PIC X(03).
   05 DiaIdx PIC 99 VALUE ZERO.
   05 SucursalDiario PIC X(03).
   05 SucursalLeidaDiario PIC X(03).
   05 SwSucursalDiarioHallada PIC X(01).
      88 SucursalDiarioHallada VALUE 'S'.
   05 SwDiarioYaExportado PIC X(01).
      88 DiarioYaExportado VALUE 'S'.
   05 SwReenvioDiario PIC X(01).
      88 ReenvioDiario VALUE 'S'.
   05 RenglonesDiario PIC 9(5) VALUE ZERO.
   05 TotalDebeDiario PIC 9(9)V99 VALUE ZERO.
   05 TotalHaberDiario PIC 9(9)V99 VALUE ZERO.
   05 TipoAsiento PIC X(02).
   05 LadoAsiento PIC X(01).
   05 ImporteAsiento PIC 9(7)V99.
   05 ReferenciaAsiento PIC X(20).
   05 NumNotasDiario PIC 99 VALUE ZERO.
   05 NotasDiario OCCURS 50 TIMES.
      10 NotaFacturaDiario PIC 9(6).
   05 NotIdx PIC 99 VALUE ZERO.
   05 SwCostoDevuelto PIC X(01).
      88 CostoDevuelto VALUE 'S'.
   05 NumCuentasContables PIC 99 VALUE ZERO.
   05 CuentasContablesTab OCCURS 40 TIMES.
      10 CtaTabTipo PIC X(02).
      10 CtaTabLado PIC X(01).
      10 CtaTabCuenta PIC X(10).
   05 CtaIdx PIC 99 VALUE ZERO.
   05 CuentaAsiento PIC X(10).
   05 SwCuentaHallada PIC X(01).
      88 CuentaHallada VALUE 'S'.
   05 AsientosSinCuenta PIC 9(5) VALUE ZERO.
   05 SwFinCuentasContables PIC X(01).
      88 FinCuentasContables VALUE 'S'.

*> Cuentas con que se estrena CTACONTA: tipo de movimiento, lado (D
*> debe, H haber), cuenta y descripción. Además de los tipos de caja,
*> FV/IV son el neto y el impuesto de una factura, NV/IN los de una
*> nota de crédito, CV el costo de lo vendido que sale del inventario
*> y CD el costo de lo devuelto que vuelve a él.
01 CuentasContablesIniciales.
   05 FILLER PIC X(43) VALUE 'VCD1101      Caja                          '.
   05 FILLER PIC X(43) VALUE 'DTD1101      Caja                          '.
   05 FILLER PIC X(43) VALUE 'DTH2105      Depositos de clientes         '.
   05 FILLER PIC X(43) VALUE 'DVD2105      Depositos de clientes         '.
   05 FILLER PIC X(43) VALUE 'DVH1101      Caja                          '.
   05 FILLER PIC X(43) VALUE 'DRD2105      Depositos de clientes         '.
   05 FILLER PIC X(43) VALUE 'DRH4201      Depositos retenidos           '.
   05 FILLER PIC X(43) VALUE 'DAD2105      Depositos de clientes         '.
   05 FILLER PIC X(43) VALUE 'DAH1101      Caja                          '.
   05 FILLER PIC X(43) VALUE 'NCH1101      Caja                          '.
   05 FILLER PIC X(43) VALUE 'PPD2101      Proveedores                   '.
   05 FILLER PIC X(43) VALUE 'PPH1101      Caja                          '.
   05 FILLER PIC X(43) VALUE 'FVH4101      Ventas de animales            '.
   05 FILLER PIC X(43) VALUE 'IVH2108      Impuesto por pagar            '.
   05 FILLER PIC X(43) VALUE 'NVD4102      Devoluciones sobre ventas     '.
   05 FILLER PIC X(43) VALUE 'IND2108      Impuesto por pagar            '.
   05 FILLER PIC X(43) VALUE 'CVD5101      Costo de animales vendidos    '.
   05 FILLER PIC X(43) VALUE 'CVH1150      Inventario de animales        '.
   05 FILLER PIC X(43) VALUE 'CDD1150      Inventario de animales        '.
   05 FILLER PIC X(43) VALUE 'CDH5101      Costo de animales vendidos    '.
01 CuentasIniciales REDEFINES CuentasContablesIniciales.
   05 CuentaInicial PIC X(43) OCCURS 20 TIMES.

*> Renglones de DIARIOGL, en ancho fijo separados por punto y coma
*> como la exportación de la lista de precios: cabecera (con 'R' si es
*> el reenvío de un diario que quedó a medias), pata de asiento y
*> cierre con los totales del debe y del haber.
01 DiarioCabeceraLinea.
   05 FILLER PIC X(01) VALUE 'H'.
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCabFecha PIC X(08).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCabSucursal PIC X(03).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCabMarca PIC X(01).
01 DiarioDetalleLinea.
   05 FILLER PIC X(01) VALUE 'D'.
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetFecha PIC X(08).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetSucursal PIC X(03).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetSecuencia PIC 9(5).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetCuenta PIC X(10).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetLado PIC X(01).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetImporte PIC 9(7).99.
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetTipoMov PIC X(02).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaDetReferencia PIC X(20).
01 DiarioCierreLinea.
   05 FILLER PIC X(01) VALUE 'T'.
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCieFecha PIC X(08).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCieSucursal PIC X(03).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCieRenglones PIC 9(5).
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCieDebe PIC 9(9).99.
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCieHaber PIC 9(9).99.
   05 FILLER PIC X(01) VALUE ';'.
   05 DiaCieEstado PIC X(10).

*> Registro mensual de impuestos: las sucursales con documentos en el
*> mes, los totales de cada una (facturas, notas de crédito y lo que
*> queda) y el control contra el registro de facturas completo, que
*> se suma aparte en número corrido.
01 RegistroImpuestosData.
   05 MesRegistroImpuestos PIC X(04).
   05 NumSucursalesImp PIC 99 VALUE ZERO.
   05 SucursalesImp OCCURS 20 TIMES.
      10 SucursalCodigoImp PIC X(03).
   05 ImpIdx PIC 99 VALUE ZERO.
   05 SwSucursalImpHallada PIC X(01).
      88 SucursalImpHallada VALUE 'S'.
   05 SwDocumentoSinTasa PIC X(01).
      88 DocumentoSinTasa VALUE 'S'.
   05 TipoDocumentoImp PIC X(02).
   *> Documento leído, con el signo del registro: la nota resta
   05 NetoDocImp PIC S9(5)V99.
   05 ImpuestoDocImp PIC S9(5)V99.
   05 BrutoDocImp PIC S9(5).
   *> Totales de la sucursal en curso
   05 FacturasSucImp PIC 9(5).
   05 NotasSucImp PIC 9(5).
   05 NetoSucImp PIC S9(7)V99.
   05 ImpuestoSucImp PIC S9(7)V99.
   05 BrutoSucImp PIC S9(7).
   *> Suma de lo listado sucursal por sucursal
   05 DocumentosListadosImp PIC 9(5).
   05 NetoListadoImp PIC S9(7)V99.
   05 ImpuestoListadoImp PIC S9(7)V99.
   05 BrutoListadoImp PIC S9(7).
   *> El mismo mes leído de corrido en FACTREG, sin cortar por sucursal
   05 DocumentosRegistroImp PIC 9(5).
   05 NetoRegistroImp PIC S9(7)V99.
   05 ImpuestoRegistroImp PIC S9(7)V99.
   05 BrutoRegistroImp PIC S9(7).
   05 PrimerDocumentoImp PIC 9(6).
   05 UltimoDocumentoImp PIC 9(6).
   05 DocumentosSinTasaImp PIC 9(5).
   05 NetoRenglonEdit PIC -Z,ZZZ,ZZ9.99.
   05 ImpuestoRenglonEdit PIC -Z,ZZZ,ZZ9.99.
   05 BrutoRenglonEdit PIC -Z,ZZZ,ZZ9.

*> Copia de arranque del día y su purga: el archivo en curso y sus
*> renglones copiados (o contados, si es secuencial), el control que
*> se arma en memoria y se graba al terminar, y las copias que pasan
*> de DiasRetencionCopias días, que se borran.
01 CopiaDiaData.
   05 DiasRetencionCopias PIC 99 VALUE 7.
   05 ArchivoCopia PIC X(08).
   05 TipoArchivoCopia PIC X(01).
   05 RenglonesCopia PIC 9(7).
   05 RenglonesCopiaTotal PIC 9(7).
   05 NumArchivosCopia PIC 99.
   05 CopIdx PIC 99.
   05 SwCopiaExistente PIC X(01).
      88 CopiaExistente VALUE 'S'.
   05 SwCopiaFallida PIC X(01).
      88 CopiaFallida VALUE 'S'.
   05 SwFinArchivoCopia PIC X(01).
      88 FinArchivoCopia VALUE 'S'.
   05 SwFinCopiaDia PIC X(01).
      88 FinCopiaDia VALUE 'S'.
   05 SwFinCopiaControl PIC X(01).
      88 FinCopiaControl VALUE 'S'.
   05 FechaCopiaBorrar PIC X(08).
   05 RenglonesBorrados PIC 9(7).
   05 NumCopiasPurgar PIC 99.
   05 FechaCopiaPurgar PIC X(08) OCCURS 30 TIMES.
   05 PurIdx PIC 99.
   05 DiasCopia PIC 9(5).

01 CopiaControlTrabajo.
   05 CopTrabFecha PIC X(08).
   05 CopTrabEstado PIC X(01).
   05 CopTrabRestauraciones PIC 9(3).
   05 CopTrabFechaRestauracion PIC X(08).
   05 CopTrabArchivo OCCURS 16 TIMES.
      10 CopTrabNombre PIC X(08).
      10 CopTrabTipo PIC X(01).
      10 CopTrabRenglones PIC 9(7).

*> Contadores vivos de la tienda; sustituyen el límite de 3 que tenían
*> BuscarPerroMasViejo e ImprimirPerros, y alimentan la conciliación
*> de fin de día.
   05 NumRazas PIC 99 VALUE ZERO.
   05 ContadorAltas PIC 9(5) VALUE ZERO.
   05 ContadorBajas PIC 9(5) VALUE ZERO.
   *> Animales que volvieron al inventario por devolución en garantía
   05 ContadorDevoluciones PIC 9(5) VALUE ZERO.
   05 ContadorImpresos PIC 9(5) VALUE ZERO.
   05 TotalEsperadoExterno PIC 9(7) VALUE ZERO.
   05 PromedioRaza PIC 9(6)V99 VALUE ZERO.
      10 SucursalCodigoCtr PIC X(03).
      10 AltasSucursal PIC 9(5).
      10 BajasSucursal PIC 9(5).
      10 DevolucionesSucursal PIC 9(5).

*> Datos de trabajo de las reservas con depósito: una reserva aparta
*> el perro sin venderlo; el perro reservado sale de las listas de
   05 NumReservados PIC 9(5) VALUE ZERO.
   05 DepositosRetenidos PIC 9(7) VALUE ZERO.

*> Traslados en dos pasos: el perro despachado con 'T' viaja en
*> tránsito hasta que la sucursal destino confirma la recepción con
*> 'I'; pasados DiasAlertaTransito días sin recepción, el reporte de
*> tránsito lo marca para que alguien llame a la tienda destino.
01 TransitoData.
   05 DiasAlertaTransito PIC 99 VALUE 3.
   05 DiasEnTransito PIC 9(5) VALUE ZERO.
   05 NumEnTransito PIC 9(5) VALUE ZERO.
   05 TransitosDemorados PIC 9(5) VALUE ZERO.
   05 TransitoHaciaSucursal PIC 9(5) VALUE ZERO.
   05 TransitoDesdeSucursal PIC 9(5) VALUE ZERO.
   05 SucursalOrigenRecibida PIC X(03).

*> Área de trabajo del libro de caja: los campos del movimiento por
*> anotar y los totales del día, que la conciliación recalcula
*> releyendo los renglones de hoy en CAJAMOV (no acumuladores en
   05 NombreAnimalCaja PIC X(20).
   05 ClienteCaja PIC 9(5).
   05 ImporteCaja PIC 9(5).
   05 NumeroAnimalCaja PIC 9(7) VALUE ZERO.
   05 DepositosTomadosDia PIC 9(7) VALUE ZERO.
   05 DepositosDevueltosDia PIC 9(7) VALUE ZERO.
   05 DepositosAplicadosDia PIC 9(7) VALUE ZERO.
   05 VentasCobradasDia PIC 9(7) VALUE ZERO.
   05 ReembolsosDevolucionDia PIC 9(7) VALUE ZERO.
   05 PagosProveedorDia PIC 9(7) VALUE ZERO.
   05 CajaNetaDia PIC S9(7) VALUE ZERO.
   05 TotalCajaEsperadoExterno PIC 9(7) VALUE ZERO.

   05 RazaBuscada PIC X(20).
   05 SwPerroEncontrado PIC X(01).
      88 PerroEncontrado VALUE 'S'.
   *> Llave de la lectura directa (LeerPerroPorClave): el número de
   *> animal si se conoce, si no sucursal+nombre; el switch de
   *> ambiguo avisa que hay homónimos y el nombre no alcanza.
   05 SucursalBusca PIC X(03).
   05 NombreBusca PIC X(20).
   05 NumeroBusca PIC 9(7) VALUE ZERO.
   05 SwPerroAmbiguo PIC X(01).
      88 PerroAmbiguo VALUE 'S'.
   *> Número de animal que trae el movimiento en curso (cero = ninguno)
   05 NumeroAnimalMovimiento PIC 9(7) VALUE ZERO.
   *> Mejor candidato hallado por BuscarPerroMasViejo en su barrido
   05 NombreMasViejo PIC X(20).
   05 EdadMasVieja PIC 99 VALUE ZERO.
   05 ImporteVenta PIC 9999.
   05 ClienteVender PIC 9(5).

*> Área de trabajo de la devolución en garantía: la factura que se
*> anula, lo que se reembolsa, el resultado de la validación y la
*> venta original hallada en el historial (con lo que el animal
*> vuelve al inventario tal como salió: sucursal, costo, proveedor).
01 DevolucionData.
   05 FacturaDevolver PIC 9(6).
   05 ImporteDevolucion PIC 9(5).
   05 FacturaNotaCredito PIC 9(6) VALUE ZERO.
   *> Plazo de garantía en días corridos desde la fecha de la factura
   05 DiasGarantiaDevolucion PIC 999 VALUE 30.
   05 DiasDesdeFactura PIC 9(5) VALUE ZERO.
   05 SwDevolucionValida PIC X(01).
      88 DevolucionValida VALUE 'S'.
      88 DevolucionInvalida VALUE 'N'.
   05 MotivoDevolucion PIC X(40).
   05 SwVentaFacturaHallada PIC X(01).
      88 VentaFacturaHallada VALUE 'S'.
   05 SwVentaMarcada PIC X(01).
      88 VentaYaMarcada VALUE 'S'.
   05 SwVentaDeFactura PIC X(01).
      88 VentaDeLaFactura VALUE 'S'.
   *> Datos de la factura original que la nota de crédito repite
   05 DevNumeroAnimal PIC 9(7).
   05 DevClienteId PIC 9(5).
   05 DevClienteNombre PIC X(30).
   05 DevSucursal PIC X(03).
   05 DevNombre PIC X(20).
   05 DevFechaFactura PIC X(08).
   05 DevImporteFactura PIC 9(5).
   *> Tasa y clase con que se desglosó la factura; la nota de crédito
   *> devuelve el impuesto a la misma tasa aunque la tabla haya cambiado
   05 DevTasaImpuesto PIC 99V99.
   05 DevClaseProducto PIC X(01).
   *> La venta original tal como quedó en VENTAHIS
   05 DevRaza PIC X(20).
   05 DevEdad PIC 99.
   05 DevPrecioLista PIC 9999.
   05 DevCosto PIC 9999.
   05 DevProveedor PIC X(05).
   05 DevFechaIngreso PIC X(08).

*> Área de trabajo del maestro de clientes: datos de entrada de las
*> rutinas de alta/cambio y resultado de la búsqueda por número.
01 ClienteData.
   05 ProveedorNombreTrabajo PIC X(30).
   05 ProveedorTelefonoTrabajo PIC X(12).

*> Área de trabajo de las cuentas por pagar: el pago que se aplica,
*> lo que le va quedando por repartir entre las deudas del proveedor,
*> y los acumuladores del informe de antigüedad de saldos (0-30, 31-60
*> y 61+ días desde el alta, los mismos cortes que la antigüedad del
*> inventario) y del estado de cuenta por proveedor.
01 CuentasPagarData.
   05 ProveedorPago PIC X(05).
   05 ImportePago PIC 9(5).
   05 RestantePago PIC 9(5).
   05 AplicadoPago PIC 9(5).
   05 SaldoCuenta PIC 9(5).
   05 SaldoProveedor PIC 9(7) VALUE ZERO.
   05 SwProveedorHallado PIC X(01).
      88 ProveedorHallado VALUE 'S'.
   05 SwFinProveedorCxp PIC X(01).
      88 FinProveedorCxp VALUE 'S'.
   05 ProveedorNombreCxp PIC X(30).
   05 ProveedorTelefonoCxp PIC X(12).
   05 ProveedorEnCurso PIC X(05).
   05 DiasCuentaPagar PIC 9(5) VALUE ZERO.
   05 SaldoCorrienteProv PIC 9(7) VALUE ZERO.
   05 Saldo31a60Prov PIC 9(7) VALUE ZERO.
   05 Saldo61MasProv PIC 9(7) VALUE ZERO.
   05 TotalCorrienteCxp PIC 9(7) VALUE ZERO.
   05 Total31a60Cxp PIC 9(7) VALUE ZERO.
   05 Total61MasCxp PIC 9(7) VALUE ZERO.
   05 TotalSaldoCxp PIC 9(7) VALUE ZERO.
   05 CompradoProveedor PIC 9(7) VALUE ZERO.
   05 PagadoProveedor PIC 9(7) VALUE ZERO.
   05 AnimalesProveedor PIC 9(4) VALUE ZERO.
   05 PagosCajaProveedor PIC 9(7) VALUE ZERO.

*> Área de trabajo de la lista de espera: el pedido del movimiento 'L',
*> los perros que llegaron hoy a una sucursal (altas, traslados y
*> devoluciones), que al final de los movimientos se cruzan contra los
*> pedidos abiertos, y la tabla de llamadas de cada llegada, ordenada
*> por el total gastado del cliente y luego por la fecha del pedido.
01 ListaEsperaData.
   05 ClienteEspera PIC 9(5).
   05 RazaEspera PIC X(20).
   05 PrecioTopeEspera PIC 9999.
   05 SwBajaEspera PIC X(01).
      88 BajaEspera VALUE 'B'.
   05 SwEsperaHallada PIC X(01).
      88 EsperaHallada VALUE 'S'.
   05 SwFinListaEspera PIC X(01).
      88 FinListaEspera VALUE 'S'.
   05 MotivoCierreEspera PIC X(10).
   05 AnimalCierreEspera PIC X(20).
   05 NumLlegadas PIC 99 VALUE ZERO.
   05 Llegadas OCCURS 20 TIMES.
      10 LlegSucursal PIC X(03).
      10 LlegNombre PIC X(20).
      10 LlegNumero PIC 9(7).
   05 LlegIdx PIC 99 VALUE ZERO.
   05 NumLlamadas PIC 99 VALUE ZERO.
   05 Llamadas OCCURS 30 TIMES.
      10 LlamClienteId PIC 9(5).
      10 LlamTotalGastado PIC 9(7).
      10 LlamFechaPedido PIC X(08).
      10 LlamPrecioTope PIC 9999.
   05 LlamIdx PIC 99 VALUE ZERO.
   05 LlamIdx2 PIC 99 VALUE ZERO.
   05 LlamadaTemp PIC X(24).
   05 LlamadasEmitidas PIC 9(4) VALUE ZERO.

*> Acumuladores del informe de margen: lo cobrado menos lo que costó
*> el animal, venta por venta y agrupado por raza y por sucursal. Las
*> ventas viejas sin costo registrado entran con costo cero, así que
01 SaludData.
   05 NombreSalud PIC X(20).
   05 SucursalSalud PIC X(03).
   05 NumeroSalud PIC 9(7) VALUE ZERO.
   05 TipoEventoSalud PIC X(01).
   05 ProximaFechaSalud PIC X(08).
   05 NumAnimalesSalud PIC 99 VALUE ZERO.
   05 AnimalesSalud OCCURS 50 TIMES.
      10 SalTabNumero PIC 9(7).
      10 SalTabSucursal PIC X(03).
      10 SalTabNombre PIC X(20).
      10 SalTabTipoEvento PIC X(01).
      88 SaludEnTabla VALUE 'S'.
   05 SwAnimalConocido PIC X(01).
      88 AnimalConocido VALUE 'S'.
   05 SwVentaSeguimientoHallada PIC X(01).
      88 VentaSeguimientoHallada VALUE 'S'.
   05 ClienteSeguimiento PIC 9(5) VALUE ZERO.
   05 NumeroVentaSeguimiento PIC 9(7) VALUE ZERO.
   05 AnimalesConSeguimiento PIC 99 VALUE ZERO.

*> Tabla del estado de cuenta por cliente: los clientes con compras
01 EstadosArchivo.
   05 EstadoInventarioFile PIC XX.
   05 EstadoLogFile PIC XX.
   05 EstadoRegistroAnimalFile PIC XX.
   05 EstadoLogArcFile PIC XX.
   05 EstadoExcepFile PIC XX.
   05 EstadoClientesFile PIC XX.
   05 EstadoProveedoresFile PIC XX.
   05 EstadoCuentasPagarFile PIC XX.
   05 EstadoListaEsperaFile PIC XX.
   05 EstadoTasasFile PIC XX.
   05 EstadoDiarioControlFile PIC XX.
   05 EstadoCopiaDiaFile PIC XX.
   05 EstadoCopiaControlFile PIC XX.
   05 EstadoDiarioFile PIC XX.
   05 EstadoCuentasContablesFile PIC XX.
   05 EstadoFacturasFile PIC XX.
   05 EstadoMovimientosFile PIC XX.
   05 EstadoRechazadosFile PIC XX.
   05 EstadoSaludFile PIC XX.
   05 EstadoListaFile PIC XX.
   05 EstadoInformeFile PIC XX.
   05 EstadoCopiaFile PIC XX.
   *> Resultado de la revisión de aperturas al arrancar
   05 SwAperturaFallida PIC X(01) VALUE 'N'.
      88 AperturaFallida VALUE 'S'.
      88 FinLogArc VALUE 'S'.
   05 SwFinCaja PIC X(01).
      88 FinCaja VALUE 'S'.
   05 SwFinCopia PIC X(01).
      88 FinCopia VALUE 'S'.
   05 SwFinCuentasPagar PIC X(01).
      88 FinCuentasPagar VALUE 'S'.

*> Numeración de animales: el último número asignado, leído del
*> registro REGANIMA al arrancar, y el resultado de buscar ahí un alta
*> ya aplicada por una corrida interrumpida o un microchip ya usado.
01 RegistroAnimalData.
   05 UltimoNumeroAnimal PIC 9(7) VALUE ZERO.
   05 SwAltaYaRegistrada PIC X(01).
      88 AltaYaRegistrada VALUE 'S'.
   05 SwMicrochipUsado PIC X(01).
      88 MicrochipUsado VALUE 'S'.
   05 SwFinRegistroAnimal PIC X(01).
      88 FinRegistroAnimal VALUE 'S'.
   05 ContadorArchivadosLog PIC 9(4) VALUE ZERO.

*> Resultado de consultar el archivo de excepciones por nombre; el
PROCEDURE DIVISION.

   PERFORM AbrirArchivos
   PERFORM ContarInventario
   MOVE NumPerros TO NumPerrosInicial
   MOVE NumGatos TO NumGatosInicial
   *> secuencial, así que un reinicio del job en el mismo día no
   *> vuelve a aplicar nada que el log ya tenga resuelto: ni altas,
   *> ni ventas, ni cambios, ni reservas, ni movimientos de clientes.
   *> Cada alta recibe un número de animal permanente; un alta que la
   *> corrida anterior alcanzó a numerar conserva su número al
   *> reiniciarse (BuscarAltaRegistrada), en lugar de sacar otro.
   *> Antes de tocar nada, la copia de arranque del día: los indexados
   *> completos y dónde terminaban los secuenciales, para que
   *> RestauracionDia pueda volver atrás un MOVTODIA malo o una corrida
   *> que murió a mitad de una grabación. Un reinicio del mismo día
   *> conserva la copia de la primera corrida. Las copias de más de
   *> una semana se purgan.
   MOVE 7 TO DiasRetencionCopias
   PERFORM TomarCopiaDia
   PERFORM PurgarCopiasViejas
   PERFORM ProcesarMovimientosDia

   *> Las reservas cuyo plazo venció hoy se liberan solas antes de
   *> cualquier lista o reporte; el depósito queda para la tienda.
   PERFORM LiberarReservasVencidas

   *> A quién llamar: los perros que llegaron hoy a una sucursal contra
   *> los pedidos abiertos de la lista de espera por su raza.
   PERFORM ListaLlamadasEspera

   *> Los gatos del día entran a la matriz; el intake de gatos sigue
   *> cableado aquí hasta que la segunda tienda también venda gatos.
   MOVE SucursalPorDefecto TO SucursalMovimiento
   PERFORM ExportarListaPrecios
   PERFORM ReporteReservas

   *> Lo que va en la camioneta: los traslados sin recepción, marcados
   *> los que pasan de tres días para llamar a la tienda destino.
   MOVE 3 TO DiasAlertaTransito
   PERFORM ReporteTrasladosEnTransito

   *> La facturación corre hasta aquí, con todos los movimientos del
   *> día ya aplicados, para que el gran total reconciliado sea el del
   *> inventario final (perros y gatos) y no el de media corrida.
   *> tienda tras los movimientos de MOVTODIA de ejemplo (cambio de Rex,
   *> venta de Bobby, reproceso de la excepción de SinDatos y reserva
   *> de Luna incluidos) más los gatos, no sólo los perros. Luna queda
   *> apartada, así que no entra en la facturación del día; Firulais
   *> viaja a la 002 y la 002 confirma su recepción en el mismo lote,
   *> así que sí entra, en la tienda nueva.
   MOVE 4550 TO TotalEsperadoExterno
   *> Efectivo del día según la cinta: la venta de Bobby a precio de
   *> lista ($500) más el depósito tomado por la reserva de Luna ($200).
   PERFORM ReconciliacionFinDia
   MOVE SPACES TO SucursalFiltro

   *> El día para el contador: el diario contable de cada sucursal,
   *> armado de la caja, las facturas y las ventas de hoy, en lugar de
   *> que lo pase a mano desde la consola. Un día ya exportado no se
   *> vuelve a mandar en un reinicio.
   PERFORM ExportarDiarioContable

   *> Cortes de ventas del cierre: lo vendido hoy y lo que va del mes,
   *> leídos del historial que alimenta VenderPerro.
   MOVE 'D' TO TipoInformeVentas
   MOVE 'M' TO TipoInformeVentas
   PERFORM InformeVentas

   *> Lo que se declara: el registro de impuestos del mes, factura por
   *> factura y nota por nota, sucursal por sucursal, cuadrado contra
   *> el registro de facturas.
   MOVE FechaDelSistema(1:4) TO MesRegistroImpuestos
   PERFORM InformeRegistroImpuestos

   *> Con quién se vendió: el estado de cuenta junta el historial de
   *> ventas con el maestro de clientes, para atender una llamada sin
   *> ojear VENTAHIS crudo y decidir los descuentos de lealtad.
   *> adquisición que el alta dejó en el inventario y la venta copió.
   PERFORM InformeMargenVentas

   *> Lo que se le debe a cada criadero: la antigüedad de los saldos
   *> para decidir a quién pagar primero, y el estado de cuenta de cada
   *> proveedor para contestarle cuando llama.
   PERFORM InformeAntiguedadCuentasPagar
   PERFORM EstadoCuentaProveedores

   *> Reimpresión de muestra desde el registro de facturas: la copia
   *> que se le da a un cliente que perdió la suya. La factura 1 es la
   *> primera venta que el registro haya numerado.
      OPEN I-O PerroLogFile
   END-IF

   OPEN I-O RegistroAnimalFile
   IF EstadoRegistroAnimalFile = '35'
      OPEN OUTPUT RegistroAnimalFile
      CLOSE RegistroAnimalFile
      OPEN I-O RegistroAnimalFile
   END-IF

   OPEN EXTEND PerroLogArcFile
      OPEN I-O ProveedorFile
   END-IF

   OPEN I-O CuentaPagarFile
   IF EstadoCuentasPagarFile = '35'
      OPEN OUTPUT CuentaPagarFile
      CLOSE CuentaPagarFile
      OPEN I-O CuentaPagarFile
   END-IF

   OPEN I-O ListaEsperaFile
   IF EstadoListaEsperaFile = '35'
      OPEN OUTPUT ListaEsperaFile
      CLOSE ListaEsperaFile
      OPEN I-O ListaEsperaFile
   END-IF

   OPEN I-O TasaImpuestoFile
   IF EstadoTasasFile = '35'
      OPEN OUTPUT TasaImpuestoFile
      CLOSE TasaImpuestoFile
      OPEN I-O TasaImpuestoFile
   END-IF

   OPEN I-O DiarioControlFile
   IF EstadoDiarioControlFile = '35'
      OPEN OUTPUT DiarioControlFile
      CLOSE DiarioControlFile
      OPEN I-O DiarioControlFile
   END-IF

   OPEN I-O CopiaDiaFile
   IF EstadoCopiaDiaFile = '35'
      OPEN OUTPUT CopiaDiaFile
      CLOSE CopiaDiaFile
      OPEN I-O CopiaDiaFile
   END-IF

   OPEN I-O CopiaControlFile
   IF EstadoCopiaControlFile = '35'
      OPEN OUTPUT CopiaControlFile
      CLOSE CopiaControlFile
      OPEN I-O CopiaControlFile
   END-IF

   OPEN I-O FacturaRegFile
   IF EstadoFacturasFile = '35'
      OPEN OUTPUT FacturaRegFile

   PERFORM VerificarAperturaArchivos
   PERFORM CargarUltimoNumeroFactura
   PERFORM CargarUltimoNumeroAnimal

   ACCEPT FechaDelSistema FROM DATE.

      DISPLAY '*** PERROLOG no abrió: estado ' EstadoLogFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoRegistroAnimalFile NOT = '00'
      DISPLAY '*** REGANIMA no abrió: estado ' EstadoRegistroAnimalFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoLogArcFile NOT = '00'
      DISPLAY '*** PROVEEDR no abrió: estado ' EstadoProveedoresFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoCuentasPagarFile NOT = '00'
      DISPLAY '*** CTAPAGAR no abrió: estado ' EstadoCuentasPagarFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoListaEsperaFile NOT = '00'
      DISPLAY '*** LISTAESP no abrió: estado ' EstadoListaEsperaFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoTasasFile NOT = '00'
      DISPLAY '*** TASAIMP no abrió: estado ' EstadoTasasFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoDiarioControlFile NOT = '00'
      DISPLAY '*** DIARIOCT no abrió: estado ' EstadoDiarioControlFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoCopiaDiaFile NOT = '00'
      DISPLAY '*** COPIADIA no abrió: estado ' EstadoCopiaDiaFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoCopiaControlFile NOT = '00'
      DISPLAY '*** COPIACTL no abrió: estado ' EstadoCopiaControlFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoFacturasFile NOT = '00'
      DISPLAY '*** FACTREG no abrió: estado ' EstadoFacturasFile ' ***'
      MOVE 'S' TO SwAperturaFallida
CerrarArchivos.
   CLOSE PerroInventarioFile
   CLOSE PerroLogFile
   CLOSE RegistroAnimalFile
   CLOSE PerroLogArcFile
   CLOSE PerroExcepFile
   CLOSE ClienteFile
   CLOSE ProveedorFile
   CLOSE CuentaPagarFile
   CLOSE ListaEsperaFile
   CLOSE TasaImpuestoFile
   CLOSE DiarioControlFile
   CLOSE CopiaDiaFile
   CLOSE CopiaControlFile
   CLOSE FacturaRegFile
   CLOSE VentaHistFile
   CLOSE CajaMovFile
      END-READ
   END-PERFORM.

*> Deja en UltimoNumeroAnimal el último número de animal asignado en
*> el registro REGANIMA: las altas siguen numerando de ahí, en
*> cualquier sucursal, y un número no se reutiliza nunca.
CargarUltimoNumeroAnimal.
   MOVE 0 TO UltimoNumeroAnimal
   MOVE 0 TO RegNumeroAnimal
   START RegistroAnimalFile KEY IS NOT LESS THAN RegNumeroAnimal
      INVALID KEY MOVE 'S' TO SwFinRegistroAnimal
      NOT INVALID KEY MOVE 'N' TO SwFinRegistroAnimal
   END-START
   PERFORM UNTIL FinRegistroAnimal
      READ RegistroAnimalFile NEXT RECORD
         AT END MOVE 'S' TO SwFinRegistroAnimal
         NOT AT END MOVE RegNumeroAnimal TO UltimoNumeroAnimal
      END-READ
   END-PERFORM.

*> Copia de arranque del día, antes de aplicar MOVTODIA: cada archivo
*> indexado se copia completo a COPIADIA y de cada secuencial que la
*> corrida alarga se anota cuántos renglones tenía, que es donde se
*> corta si hay que volver atrás. La copia vale por el día: un
*> reinicio encuentra la de la primera corrida completa y la deja
*> como está, porque los archivos ya no están como al empezar. Una
*> copia que quedó a medias ('P') se borra y se toma de nuevo, que
*> los archivos no se tocaron todavía. Sin copia completa la corrida
*> no sigue: aplicar el día sin poder deshacerlo es justo lo que se
*> quiere evitar.
TomarCopiaDia.
   MOVE 'N' TO SwCopiaFallida
   MOVE FechaDelSistema TO CopCtlFecha
   READ CopiaControlFile
      INVALID KEY MOVE 'N' TO SwCopiaExistente
      NOT INVALID KEY MOVE 'S' TO SwCopiaExistente
   END-READ
   IF CopiaExistente AND CopCtlCompleta
      DISPLAY 'Copia de arranque del ' FechaDelSistema
              ' ya tomada por la primera corrida del día; se conserva.'
   ELSE
      IF CopiaExistente
         DISPLAY '*** La copia de arranque del ' FechaDelSistema ' quedó a medias; se toma de nuevo ***'
         MOVE FechaDelSistema TO FechaCopiaBorrar
         PERFORM BorrarCopiaDia
      END-IF
      MOVE FechaDelSistema TO CopTrabFecha
      MOVE 'P' TO CopTrabEstado
      MOVE 0 TO CopTrabRestauraciones
      MOVE SPACES TO CopTrabFechaRestauracion
      PERFORM VARYING CopIdx FROM 1 BY 1 UNTIL CopIdx > 16
         MOVE SPACES TO CopTrabNombre(CopIdx)
         MOVE SPACES TO CopTrabTipo(CopIdx)
         MOVE 0 TO CopTrabRenglones(CopIdx)
      END-PERFORM
      MOVE CopiaControlTrabajo TO CopiaControlRecord
      IF CopiaExistente
         REWRITE CopiaControlRecord
            INVALID KEY MOVE 'S' TO SwCopiaFallida
         END-REWRITE
      ELSE
         WRITE CopiaControlRecord
            INVALID KEY MOVE 'S' TO SwCopiaFallida
         END-WRITE
      END-IF
      MOVE 0 TO NumArchivosCopia
      MOVE 0 TO RenglonesCopiaTotal
      PERFORM CopiarInventarioDia
      PERFORM CopiarLogDia
      PERFORM CopiarRegistroAnimalDia
      PERFORM CopiarExcepcionesDia
      PERFORM CopiarClientesDia
      PERFORM CopiarProveedoresDia
      PERFORM CopiarCuentasPagarDia
      PERFORM CopiarListaEsperaDia
      PERFORM CopiarTasasDia
      PERFORM CopiarDiarioControlDia
      PERFORM CopiarFacturasDia
      PERFORM ContarVentasDia
      PERFORM ContarCajaDia
      PERFORM ContarSaludDia
      PERFORM ContarLogArchivadoDia
      PERFORM ContarDiarioContableDia
      IF NOT CopiaFallida
         MOVE 'C' TO CopTrabEstado
         MOVE CopiaControlTrabajo TO CopiaControlRecord
         REWRITE CopiaControlRecord
            INVALID KEY MOVE 'S' TO SwCopiaFallida
         END-REWRITE
      END-IF
      IF CopiaFallida
         DISPLAY '*** La copia de arranque del ' FechaDelSistema ' no se pudo completar (COPIADIA '
                 EstadoCopiaDiaFile ', COPIACTL ' EstadoCopiaControlFile ') ***'
         DISPLAY '*** La corrida se detiene sin aplicar nada; revisar el espacio y los archivos de copia. ***'
         PERFORM CerrarArchivos
         STOP RUN
      END-IF
      DISPLAY 'Copia de arranque del ' FechaDelSistema ': ' RenglonesCopiaTotal
              ' renglones de ' NumArchivosCopia ' archivos'
      PERFORM VARYING CopIdx FROM 1 BY 1 UNTIL CopIdx > NumArchivosCopia
         IF CopTrabTipo(CopIdx) = 'I'
            DISPLAY '  ' CopTrabNombre(CopIdx) ' renglones copiados  : ' CopTrabRenglones(CopIdx)
         ELSE
            DISPLAY '  ' CopTrabNombre(CopIdx) ' renglones al empezar: ' CopTrabRenglones(CopIdx)
         END-IF
      END-PERFORM
   END-IF.

*> Graba en COPIADIA el renglón que el llamador dejó en CopDatos,
*> bajo la fecha del día, el archivo en curso y el siguiente
*> secuencial.
GrabarRenglonCopia.
   ADD 1 TO RenglonesCopia
   MOVE FechaDelSistema TO CopFecha
   MOVE ArchivoCopia TO CopArchivo
   MOVE RenglonesCopia TO CopSecuencia
   WRITE CopiaDiaRecord
      INVALID KEY
         DISPLAY '*** No se pudo copiar el renglón ' RenglonesCopia ' de ' ArchivoCopia ' ***'
         MOVE 'S' TO SwCopiaFallida
   END-WRITE.

*> Anota en el control en memoria el archivo que se acaba de copiar
*> (o contar) y con cuántos renglones.
AnotarArchivoCopia.
   ADD 1 TO NumArchivosCopia
   MOVE ArchivoCopia TO CopTrabNombre(NumArchivosCopia)
   MOVE TipoArchivoCopia TO CopTrabTipo(NumArchivosCopia)
   MOVE RenglonesCopia TO CopTrabRenglones(NumArchivosCopia)
   ADD RenglonesCopia TO RenglonesCopiaTotal.

CopiarInventarioDia.
   MOVE 'PERROINV' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE 0 TO NumeroAnimalKey
   START PerroInventarioFile KEY IS NOT LESS THAN NumeroAnimalKey
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ PerroInventarioFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE PerroInventarioRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarLogDia.
   MOVE 'PERROLOG' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE 0 TO LogTransaccionId
   START PerroLogFile KEY IS NOT LESS THAN LogTransaccionId
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ PerroLogFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE PerroLogRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarRegistroAnimalDia.
   MOVE 'REGANIMA' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE 0 TO RegNumeroAnimal
   START RegistroAnimalFile KEY IS NOT LESS THAN RegNumeroAnimal
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ RegistroAnimalFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE RegistroAnimalRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarExcepcionesDia.
   MOVE 'PERROEXC' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE LOW-VALUES TO ClaveExcepcion
   START PerroExcepFile KEY IS NOT LESS THAN ClaveExcepcion
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ PerroExcepFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE PerroExcepcionRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarClientesDia.
   MOVE 'CLIENTMA' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE 0 TO ClienteIdKey
   START ClienteFile KEY IS NOT LESS THAN ClienteIdKey
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ ClienteFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE ClienteRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarProveedoresDia.
   MOVE 'PROVEEDR' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE 0 TO ProveedorIdKey
   START ProveedorFile KEY IS NOT LESS THAN ProveedorIdKey
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ ProveedorFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE ProveedorRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarCuentasPagarDia.
   MOVE 'CTAPAGAR' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE LOW-VALUES TO ClaveCuentaPagar
   START CuentaPagarFile KEY IS NOT LESS THAN ClaveCuentaPagar
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ CuentaPagarFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE CuentaPagarRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarListaEsperaDia.
   MOVE 'LISTAESP' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE LOW-VALUES TO ClaveListaEspera
   START ListaEsperaFile KEY IS NOT LESS THAN ClaveListaEspera
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ ListaEsperaFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE ListaEsperaRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarTasasDia.
   MOVE 'TASAIMP' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE LOW-VALUES TO ClaveTasaImpuesto
   START TasaImpuestoFile KEY IS NOT LESS THAN ClaveTasaImpuesto
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ TasaImpuestoFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE TasaImpuestoRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarDiarioControlDia.
   MOVE 'DIARIOCT' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE LOW-VALUES TO ClaveDiarioControl
   START DiarioControlFile KEY IS NOT LESS THAN ClaveDiarioControl
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ DiarioControlFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE DiarioControlRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

CopiarFacturasDia.
   MOVE 'FACTREG' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   MOVE 0 TO FactNumeroKey
   START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
      INVALID KEY MOVE 'S' TO SwFinArchivoCopia
      NOT INVALID KEY MOVE 'N' TO SwFinArchivoCopia
   END-START
   PERFORM UNTIL FinArchivoCopia
      READ FacturaRegFile NEXT RECORD
         AT END MOVE 'S' TO SwFinArchivoCopia
         NOT AT END
            MOVE FacturaRegRecord TO CopDatos
            PERFORM GrabarRenglonCopia
      END-READ
   END-PERFORM
   MOVE 'I' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

*> Los secuenciales sólo se cuentan: lo que la corrida les agrega va
*> al final, y volver atrás es cortarlos en el renglón anotado. Mismo
*> baile de cierre y reapertura en EXTEND que InformeVentas.
ContarVentasDia.
   MOVE 'VENTAHIS' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'N' TO SwFinArchivoCopia
      PERFORM UNTIL FinArchivoCopia
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinArchivoCopia
            NOT AT END ADD 1 TO RenglonesCopia
         END-READ
      END-PERFORM
   END-IF
   CLOSE VentaHistFile
   OPEN EXTEND VentaHistFile
   MOVE 'S' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

ContarCajaDia.
   MOVE 'CAJAMOV' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   CLOSE CajaMovFile
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
      MOVE 'N' TO SwFinArchivoCopia
      PERFORM UNTIL FinArchivoCopia
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinArchivoCopia
            NOT AT END ADD 1 TO RenglonesCopia
         END-READ
      END-PERFORM
   END-IF
   CLOSE CajaMovFile
   OPEN EXTEND CajaMovFile
   MOVE 'S' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

ContarSaludDia.
   MOVE 'SALUDREC' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   CLOSE SaludFile
   OPEN INPUT SaludFile
   IF EstadoSaludFile = '00'
      MOVE 'N' TO SwFinArchivoCopia
      PERFORM UNTIL FinArchivoCopia
         READ SaludFile
            AT END MOVE 'S' TO SwFinArchivoCopia
            NOT AT END ADD 1 TO RenglonesCopia
         END-READ
      END-PERFORM
   END-IF
   CLOSE SaludFile
   OPEN EXTEND SaludFile
   MOVE 'S' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

ContarLogArchivadoDia.
   MOVE 'PERROLGA' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   CLOSE PerroLogArcFile
   OPEN INPUT PerroLogArcFile
   IF EstadoLogArcFile = '00'
      MOVE 'N' TO SwFinArchivoCopia
      PERFORM UNTIL FinArchivoCopia
         READ PerroLogArcFile
            AT END MOVE 'S' TO SwFinArchivoCopia
            NOT AT END ADD 1 TO RenglonesCopia
         END-READ
      END-PERFORM
   END-IF
   CLOSE PerroLogArcFile
   OPEN EXTEND PerroLogArcFile
   MOVE 'S' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

*> El diario contable sólo se abre al exportar; si todavía no existe
*> (o el contador ya lo retiró) empieza el día en cero renglones.
ContarDiarioContableDia.
   MOVE 'DIARIOGL' TO ArchivoCopia
   MOVE 0 TO RenglonesCopia
   OPEN INPUT DiarioContableFile
   IF EstadoDiarioFile = '00'
      MOVE 'N' TO SwFinArchivoCopia
      PERFORM UNTIL FinArchivoCopia
         READ DiarioContableFile
            AT END MOVE 'S' TO SwFinArchivoCopia
            NOT AT END ADD 1 TO RenglonesCopia
         END-READ
      END-PERFORM
      CLOSE DiarioContableFile
   END-IF
   MOVE 'S' TO TipoArchivoCopia
   PERFORM AnotarArchivoCopia.

*> Borra de COPIADIA todos los renglones de la copia del día dejado en
*> FechaCopiaBorrar; deja la cuenta en RenglonesBorrados.
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

*> Purga las copias de arranque de más de DiasRetencionCopias días,
*> con la misma cuenta comercial de días que el reporte de
*> antigüedad. Las fechas se juntan primero y se borran después, para
*> no borrar sobre el mismo barrido del control; si hubiera más de
*> las que caben en la tabla, las demás caen en la purga de mañana.
PurgarCopiasViejas.
   MOVE FechaDelSistema TO FechaTrabajoAntig
   PERFORM ConvertirFechaADias
   MOVE DiasConvertidos TO DiasFechaActual
   MOVE 0 TO NumCopiasPurgar
   MOVE LOW-VALUES TO CopCtlFecha
   START CopiaControlFile KEY IS NOT LESS THAN CopCtlFecha
      INVALID KEY MOVE 'S' TO SwFinCopiaControl
      NOT INVALID KEY MOVE 'N' TO SwFinCopiaControl
   END-START
   PERFORM UNTIL FinCopiaControl
      READ CopiaControlFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCopiaControl
         NOT AT END
            MOVE CopCtlFecha TO FechaTrabajoAntig
            PERFORM ConvertirFechaADias
            IF DiasConvertidos > DiasFechaActual
               MOVE 0 TO DiasCopia
            ELSE
               COMPUTE DiasCopia = DiasFechaActual - DiasConvertidos
            END-IF
            IF DiasCopia > DiasRetencionCopias AND NumCopiasPurgar < 30
               ADD 1 TO NumCopiasPurgar
               MOVE CopCtlFecha TO FechaCopiaPurgar(NumCopiasPurgar)
            END-IF
      END-READ
   END-PERFORM
   PERFORM VARYING PurIdx FROM 1 BY 1 UNTIL PurIdx > NumCopiasPurgar
      MOVE FechaCopiaPurgar(PurIdx) TO FechaCopiaBorrar
      PERFORM BorrarCopiaDia
      MOVE FechaCopiaPurgar(PurIdx) TO CopCtlFecha
      DELETE CopiaControlFile RECORD
         INVALID KEY DISPLAY 'No se pudo borrar el control de la copia del ' FechaCopiaPurgar(PurIdx)
      END-DELETE
      DISPLAY 'Copia de arranque del ' FechaCopiaPurgar(PurIdx) ' purgada: '
              RenglonesBorrados ' renglones'
   END-PERFORM.

*> Cuenta el inventario persistido en disco, que es todo lo que el
*> arranque necesita saber de él: los renglones ya no se copian a una
*> tabla, se leen del archivo cuando hacen falta.
   END-PERFORM.

*> Posiciona el barrido secuencial del inventario en el primer renglón
*> del archivo por sucursal+nombre, el orden de siempre de los
*> listados; LeerSiguientePerro avanza de a uno desde aquí.
IniciarBarridoInventario.
   MOVE 'N' TO SwFinInventario
   MOVE LOW-VALUES TO ClavePerroInv

*> Acomoda el registro recién leído del archivo en el perro en mano,
*> normalizando el estado y el costo como lo hacía la carga vieja:
*> estado distinto de 'R' o 'T' cuenta como disponible, y los
*> renglones grabados antes de llevar costos entran con costo cero
*> conocido.
MoverRegistroATrabajo.
   MOVE NumeroAnimalKey TO NumeroAnimalPerroTrab
   MOVE NombrePerroKey TO NombrePerroTrab
   MOVE SucursalPerroKey TO SucursalPerroTrab
   MOVE EdadPerroReg TO EdadPerroTrab
   MOVE RazaPerroReg TO RazaPerroTrab
   MOVE PrecioPerroReg TO PrecioPerroTrab
   MOVE FechaIngresoReg TO FechaIngresoPerroTrab
   IF EstadoPerroReg = 'R' OR EstadoPerroReg = 'T'
      MOVE EstadoPerroReg TO EstadoPerroTrab
   ELSE
      MOVE 'D' TO EstadoPerroTrab
   END-IF
   ELSE
      MOVE 0 TO CostoPerroTrab
   END-IF
   MOVE ProveedorReg TO ProveedorPerroTrab
   IF PerroTrabEnTransito
      MOVE SucursalOrigenReg TO SucursalOrigenPerroTrab
      MOVE FechaTrasladoReg TO FechaTrasladoPerroTrab
   ELSE
      MOVE SPACES TO SucursalOrigenPerroTrab
      MOVE SPACES TO FechaTrasladoPerroTrab
   END-IF
   IF MicrochipReg = LOW-VALUES
      MOVE SPACES TO MicrochipPerroTrab
   ELSE
      MOVE MicrochipReg TO MicrochipPerroTrab
   END-IF.

*> Lectura directa: trae al perro en mano el renglón del animal
*> NumeroBusca si el movimiento trae número (y debe estar en
*> SucursalBusca), o si no el de NombreBusca en SucursalBusca por la
*> llave alterna. Con dos perros del mismo nombre en la sucursal el
*> nombre no alcanza: no se elige uno a ciegas, se prende
*> PerroAmbiguo y se pide el número. Si no existe, el perro en mano
*> queda como estaba y el switch lo dice. El número del animal
*> hallado queda en NumeroAnimal para el log de la transacción.
LeerPerroPorClave.
   MOVE 'N' TO SwPerroEncontrado
   MOVE 'N' TO SwPerroAmbiguo
   IF NumeroBusca > 0
      PERFORM LeerPerroPorNumero
      IF PerroEncontrado AND SucursalPerroTrab NOT = SucursalBusca
         MOVE 'N' TO SwPerroEncontrado
         DISPLAY 'El animal ' NumeroBusca ' no está en la sucursal ' SucursalBusca
                 ' sino en la ' SucursalPerroTrab
      END-IF
   ELSE
      MOVE SucursalBusca TO SucursalPerroKey
      MOVE NombreBusca TO NombrePerroKey
      READ PerroInventarioFile KEY IS ClavePerroInv
         INVALID KEY CONTINUE
         NOT INVALID KEY
            PERFORM MoverRegistroATrabajo
            MOVE 'S' TO SwPerroEncontrado
      END-READ
      IF PerroEncontrado
         READ PerroInventarioFile NEXT RECORD
            AT END CONTINUE
            NOT AT END
               IF SucursalPerroKey = SucursalBusca
                     AND NombrePerroKey = NombreBusca
                  MOVE 'S' TO SwPerroAmbiguo
               END-IF
         END-READ
         IF PerroAmbiguo
            MOVE 'N' TO SwPerroEncontrado
            DISPLAY 'Hay más de un perro llamado ' NombreBusca ' en la sucursal '
                    SucursalBusca ': el movimiento debe traer el número de animal'
         ELSE
            *> La lectura de control movió el área del registro; el
            *> perro en mano vuelve a ser el hallado.
            MOVE NumeroAnimalPerroTrab TO NumeroAnimalKey
            READ PerroInventarioFile
               INVALID KEY MOVE 'N' TO SwPerroEncontrado
            END-READ
         END-IF
      END-IF
   END-IF
   IF PerroEncontrado
      MOVE NumeroAnimalPerroTrab TO NumeroAnimal
   END-IF
   MOVE 0 TO NumeroBusca.

*> Lectura por el número de animal, en la sucursal que esté.
LeerPerroPorNumero.
   MOVE 'N' TO SwPerroEncontrado
   MOVE NumeroBusca TO NumeroAnimalKey
   READ PerroInventarioFile
      INVALID KEY CONTINUE
      NOT INVALID KEY
            MOVE 'Alta con costo ilegible' TO MotivoRechazoMov
         END-IF
      WHEN 'C'
         IF (MovNombre = SPACES AND MovNumeroAnimal = SPACES)
               OR MovPrecio NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Cambio sin animal o precio ilegible' TO MotivoRechazoMov
         END-IF
      WHEN 'V'
         IF (MovNombre = SPACES AND MovNumeroAnimal = SPACES)
               OR MovPrecio NOT NUMERIC
               OR MovClienteVenta NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Venta con campos ilegibles' TO MotivoRechazoMov
         END-IF
      WHEN 'D'
         IF MovFacturaOrigen NOT NUMERIC OR MovFacturaOrigen = 0
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Devolución sin número de factura' TO MotivoRechazoMov
         END-IF
         IF MovPrecio NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Devolución con reembolso ilegible' TO MotivoRechazoMov
         END-IF
      WHEN 'B'
         IF MovProveedor NOT NUMERIC OR MovPrecio NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Pago a proveedor con campos ilegibles' TO MotivoRechazoMov
         END-IF
      WHEN 'L'
         IF MovClienteVenta NOT NUMERIC OR MovRaza = SPACES
               OR MovPrecio NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Lista de espera con campos ilegibles' TO MotivoRechazoMov
         END-IF
      WHEN 'T'
         IF MovNombre = SPACES AND MovNumeroAnimal = SPACES
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Traslado sin nombre ni número de animal' TO MotivoRechazoMov
         END-IF
      WHEN 'I'
         IF MovNombre = SPACES AND MovNumeroAnimal = SPACES
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Recepción sin nombre ni número' TO MotivoRechazoMov
         END-IF
      WHEN 'R'
         IF (MovNombre = SPACES AND MovNumeroAnimal = SPACES)
               OR MovPrecio NOT NUMERIC
               OR MovClienteVenta NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Reserva con campos ilegibles' TO MotivoRechazoMov
         END-IF
      WHEN 'X'
         IF MovNombre = SPACES AND MovNumeroAnimal = SPACES
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Cancelación sin nombre ni número' TO MotivoRechazoMov
         END-IF
      WHEN 'E'
         IF MovNombre = SPACES
            MOVE 'Reproceso sin nombre de animal' TO MotivoRechazoMov
         END-IF
      WHEN 'S'
         IF MovNombre = SPACES AND MovNumeroAnimal = SPACES
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Evento sin nombre ni número de animal' TO MotivoRechazoMov
         END-IF
         IF MovTipoEvento NOT = 'V' AND MovTipoEvento NOT = 'D'
               AND MovTipoEvento NOT = 'C'
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Evento sanitario de tipo desconocido' TO MotivoRechazoMov
         END-IF
      WHEN 'K'
         IF MovPrecio NOT NUMERIC
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Tasa de impuesto ilegible' TO MotivoRechazoMov
         END-IF
         IF MovTipoEvento NOT = 'A' AND MovTipoEvento NOT = 'C'
            MOVE 'N' TO SwMovimientoValido
            MOVE 'Tasa de impuesto de clase desconocida' TO MotivoRechazoMov
         END-IF
      WHEN 'N'
      WHEN 'U'
         IF MovClienteId NOT NUMERIC
         MOVE 'N' TO SwMovimientoValido
         MOVE 'Tipo de movimiento desconocido' TO MotivoRechazoMov
   END-EVALUATE
   *> El número de animal es optativo, pero si viene debe ser legible:
   *> un número a medias ubicaría a otro animal. Los renglones de
   *> clientes y proveedores usan esas columnas para otra cosa.
   IF MovimientoValido
         AND MovTipoRegistro NOT = 'N'
         AND MovTipoRegistro NOT = 'U'
         AND MovTipoRegistro NOT = 'P'
         AND MovNumeroAnimal NOT = SPACES
         AND MovNumeroAnimal NOT NUMERIC
      MOVE 'N' TO SwMovimientoValido
      MOVE 'Número de animal ilegible' TO MotivoRechazoMov
   END-IF
   *> El juego de sucursales de la cabecera manda: un movimiento de
   *> inventario cuya sucursal (o sucursal destino) no figura en él
   *> no es de este lote y se rechaza. Los renglones de clientes y
   *> proveedores no llevan sucursal, y la tasa de impuesto es un dato
   *> de la tabla, no un movimiento de la tienda.
   IF MovimientoValido
         AND CabSucursalesLote NOT = SPACES
         AND MovTipoRegistro NOT = 'N'
         AND MovTipoRegistro NOT = 'U'
         AND MovTipoRegistro NOT = 'P'
         AND MovTipoRegistro NOT = 'K'
      IF MovSucursal = SPACES
         MOVE SucursalPorDefecto TO SucursalVerificar
      ELSE
*> transacción del movimiento quedará en el log si ninguna rutina los
*> afina: el estado es el propio tipo de movimiento, salvo la reserva,
*> que se anota 'D' (apartado con depósito) porque 'R' en el log ya
*> significa alta rechazada, y la devolución, que se anota 'G'
*> (devolución en garantía) porque 'D' ya es la reserva. Las altas
*> afinan a 'A' o 'R', y el traslado a 'T' aplicado o 'F' fallido.
PrepararTransaccionMovimiento.
   MOVE 0 TO NumeroAnimalMovimiento
   EVALUATE MovTipoRegistro
      WHEN 'N'
      WHEN 'U'
         MOVE SPACES TO Raza
         MOVE 0 TO Precio
      WHEN OTHER
         IF MovNumeroAnimal NUMERIC
            MOVE MovNumeroAnimal TO NumeroAnimalMovimiento
         END-IF
         MOVE MovNombre TO Nombre
         IF MovEdad NUMERIC
            MOVE MovEdad TO Edad
            MOVE 0 TO Precio
         END-IF
   END-EVALUATE
   MOVE NumeroAnimalMovimiento TO NumeroAnimal
   EVALUATE MovTipoRegistro
      WHEN 'R'
         MOVE 'D' TO EstadoTransaccionActual
      WHEN 'D'
         MOVE 'G' TO EstadoTransaccionActual
      WHEN OTHER
         MOVE MovTipoRegistro TO EstadoTransaccionActual
   END-EVALUATE.

*> El despacho propiamente dicho, ya dentro del corchete de
*> transacción que armó AplicarMovimientoDia.
            MOVE 0 TO Costo
         END-IF
         MOVE MovProveedor TO Proveedor
         MOVE MovMicrochip TO Microchip
         PERFORM AgregarPerro
      WHEN 'C'
         MOVE MovNombre TO NombreActualizar
         MOVE MovPrecio TO ImporteVenta
         MOVE MovClienteVenta TO ClienteVender
         PERFORM VenderPerro
      WHEN 'D'
         MOVE MovFacturaOrigen TO FacturaDevolver
         MOVE MovPrecio TO ImporteDevolucion
         PERFORM DevolverVenta
      WHEN 'B'
         MOVE MovProveedor TO ProveedorPago
         MOVE MovPrecio TO ImportePago
         PERFORM PagarProveedor
      WHEN 'L'
         MOVE MovClienteVenta TO ClienteEspera
         MOVE MovRaza TO RazaEspera
         MOVE MovPrecio TO PrecioTopeEspera
         MOVE MovTipoEvento TO SwBajaEspera
         PERFORM MantenerListaEspera
      WHEN 'N'
         MOVE MovClienteId TO ClienteIdTrabajo
         MOVE MovClienteNombre TO ClienteNombreTrabajo
         PERFORM ActualizarCliente
      WHEN 'T'
         PERFORM TransferirPerro
      WHEN 'I'
         PERFORM RecibirTraslado
      WHEN 'R'
         MOVE MovNombre TO NombreReservar
         MOVE MovPrecio TO DepositoReserva
         MOVE MovTipoEvento TO TipoEventoSalud
         MOVE MovFechaLimite TO ProximaFechaSalud
         PERFORM RegistrarEventoSalud
      WHEN 'K'
         MOVE MovSucursal TO SucursalTasa
         MOVE MovTipoEvento TO ClaseTasa
         COMPUTE PorcentajeTasa = MovPrecio / 100
         PERFORM MantenerTasaImpuesto
      WHEN 'P'
         MOVE MovProveedorId TO ProveedorIdTrabajo
         MOVE MovProveedorNombre TO ProveedorNombreTrabajo
         MOVE 0 TO Costo
      END-IF
      MOVE MovProveedor TO Proveedor
      MOVE MovMicrochip TO Microchip
      DELETE PerroExcepFile RECORD
         INVALID KEY CONTINUE
      END-DELETE
         MOVE SucursalTrabajoCtr TO SucursalCodigoCtr(NumSucursalesCtr)
         MOVE 0 TO AltasSucursal(NumSucursalesCtr)
         MOVE 0 TO BajasSucursal(NumSucursalesCtr)
         MOVE 0 TO DevolucionesSucursal(NumSucursalesCtr)
         MOVE NumSucursalesCtr TO PosicionSucursal
      ELSE
         DISPLAY '*** Tabla de sucursales llena: no se cuentan altas/bajas de la sucursal ' SucursalTrabajoCtr ' ***'
      ADD 1 TO BajasSucursal(PosicionSucursal)
   END-IF.

SumarDevolucionSucursal.
   PERFORM BuscarContadorSucursal
   IF PosicionSucursal > 0
      ADD 1 TO DevolucionesSucursal(PosicionSucursal)
   END-IF.

*> Traslado de un perro entre sucursales sin fingir una venta más un
*> alta: borra el renglón bajo la llave vieja y lo regraba bajo la
*> sucursal destino, en tránsito ('T') con la sucursal de origen y la
*> fecha de despacho, hasta que la destino confirme la recepción con
*> un movimiento 'I'. Mientras viaja no se vende, no se reserva ni
*> sale en las listas ni en la facturación de ninguna de las dos
*> tiendas. Un perro reservado o que ya va en camino no se traslada.
*> El corchete de AplicarMovimientoDia registra la transacción; aquí
*> se afina el estado al resultado: 'T' sólo si el traslado se
*> aplicó, 'F' (fallido) si no, para que el resumen mensual no cuente
*> intentos fallidos como traslados del mes.
TransferirPerro.
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE MovNombre TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF NOT PerroEncontrado
      MOVE 'F' TO EstadoTransaccionActual
         MOVE 'F' TO EstadoTransaccionActual
         DISPLAY 'Traslado rechazado para ' MovNombre ': sucursal destino inválida'
      ELSE
      IF NOT PerroTrabDisponible
         MOVE 'F' TO EstadoTransaccionActual
         IF PerroTrabReservado
            DISPLAY 'Traslado rechazado para ' MovNombre ': reservado para el cliente ' ReservaClientePerroTrab
         ELSE
            DISPLAY 'Traslado rechazado para ' MovNombre ': ya está en tránsito hacia otra sucursal'
         END-IF
      ELSE
         *> El perro conserva su número, que es la llave: cambian la
         *> sucursal y el estado del mismo renglón, y un homónimo en
         *> la sucursal destino ya no estorba. El expediente sanitario
         *> va por número, así que viaja solo con el perro.
         MOVE 'T' TO EstadoTransaccionActual
         MOVE SucursalDestino TO SucursalPerroTrab
         MOVE 'T' TO EstadoPerroTrab
         MOVE SucursalMovimiento TO SucursalOrigenPerroTrab
         MOVE FechaDelSistema TO FechaTrasladoPerroTrab
         PERFORM GrabarPerroEnArchivo
         MOVE NombrePerroTrab TO Nombre
         MOVE EdadPerroTrab TO Edad
         MOVE RazaPerroTrab TO Raza
         MOVE PrecioPerroTrab TO Precio
         MOVE SucursalDestino TO SucursalMovimiento
         DISPLAY 'Perro despachado en tránsito a la sucursal ' SucursalDestino ': '
                 NombrePerroTrab ' (animal ' NumeroAnimalPerroTrab ')'
      END-IF
      END-IF
   END-IF.

*> Recepción de un traslado (movimiento 'I' de la sucursal destino):
*> el perro llegó, deja de estar en tránsito y vuelve a quedar
*> disponible, ya en su tienda nueva; recién ahora cuenta como llegada
*> para la lista de espera. Sin perro en tránsito hacia esa sucursal
*> la recepción se registra como fallida ('F').
RecibirTraslado.
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE MovNombre TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF NOT PerroEncontrado
      MOVE 'F' TO EstadoTransaccionActual
      DISPLAY 'No se encontró el perro a recibir en la sucursal ' SucursalMovimiento ': ' MovNombre
   ELSE
      IF NOT PerroTrabEnTransito
         MOVE 'F' TO EstadoTransaccionActual
         DISPLAY 'Recepción rechazada para ' MovNombre ': no está en tránsito hacia la sucursal ' SucursalMovimiento
      ELSE
         MOVE SucursalOrigenPerroTrab TO SucursalOrigenRecibida
         MOVE 'D' TO EstadoPerroTrab
         MOVE SPACES TO SucursalOrigenPerroTrab
         MOVE SPACES TO FechaTrasladoPerroTrab
         PERFORM GrabarPerroEnArchivo
         MOVE NombrePerroTrab TO Nombre
         MOVE EdadPerroTrab TO Edad
         MOVE RazaPerroTrab TO Raza
         MOVE PrecioPerroTrab TO Precio
         PERFORM AnotarLlegadaEspera
         DISPLAY 'Traslado recibido en la sucursal ' SucursalMovimiento ': ' NombrePerroTrab
                 ' (desde la sucursal ' SucursalOrigenRecibida ')'
      END-IF
   END-IF.

*> Graba (o regraba) en el archivo indexado el renglón del perro en
*> mano, bajo su número de animal.
GrabarPerroEnArchivo.
   MOVE NumeroAnimalPerroTrab TO NumeroAnimalKey
   MOVE SucursalPerroTrab TO SucursalPerroKey
   MOVE NombrePerroTrab TO NombrePerroKey
   MOVE EdadPerroTrab TO EdadPerroReg
   MOVE ReservaHastaPerroTrab TO ReservaHastaReg
   MOVE CostoPerroTrab TO CostoReg
   MOVE ProveedorPerroTrab TO ProveedorReg
   MOVE SucursalOrigenPerroTrab TO SucursalOrigenReg
   MOVE FechaTrasladoPerroTrab TO FechaTrasladoReg
   MOVE MicrochipPerroTrab TO MicrochipReg
   WRITE PerroInventarioRecord
      INVALID KEY
         REWRITE PerroInventarioRecord
            INVALID KEY DISPLAY 'No se pudo grabar en el archivo de inventario: ' NombrePerroKey
                               ' (animal ' NumeroAnimalKey ')'
         END-REWRITE
   END-WRITE.

   MOVE SucursalMovimiento TO LogSucursal
   MOVE PrecioAnteriorTransaccion TO LogPrecioAnterior
   MOVE MotivoTransaccion TO LogMotivo
   MOVE NumeroAnimal TO LogNumeroAnimal
   WRITE PerroLogRecord
      INVALID KEY DISPLAY 'No se pudo registrar la transacción ' TransaccionIdActual ' en el log'
   END-WRITE
   MOVE 0 TO PrecioAnteriorTransaccion
   MOVE SPACES TO MotivoTransaccion
   MOVE 0 TO NumeroAnimal.

*> Resumen gerencial por mes y sucursal: junta el archivo muerto del
*> log (períodos ya cerrados), el log vigente, el historial de ventas
   PERFORM AcumularEstadoEnResumen.

AcumularVentaEnResumen.
   IF NOT VentaDevuelta
      MOVE VentaFecha(1:4) TO MesTrabajoResumen
      IF VentaSucursal = SPACES
         MOVE SucursalPorDefecto TO SucursalTrabajoResumen
      ELSE
         MOVE VentaSucursal TO SucursalTrabajoResumen
      END-IF
      PERFORM BuscarPeriodoResumen
      IF PosicionPeriodo > 0
         ADD 1 TO PerUnidadesResumen(PosicionPeriodo)
         ADD VentaImporte TO PerImporteResumen(PosicionPeriodo)
      END-IF
   END-IF.

*> Del libro de caja sólo interesan aquí los depósitos retenidos por
               MOVE LogSucursal TO ArcSucursal
               MOVE LogPrecioAnterior TO ArcPrecioAnterior
               MOVE LogMotivo TO ArcMotivo
               MOVE LogNumeroAnimal TO ArcNumeroAnimal
               WRITE PerroLogArcRecord
               DELETE PerroLogFile RECORD
                  INVALID KEY DISPLAY 'No se pudo archivar la transacción ' LogTransaccionId
   END-WRITE
   DISPLAY 'Registro rechazado para ' Nombre ': ' MotivoRechazo.

*> Alta de un perro: la validación de datos, el número de animal y la
*> persistencia en disco. El corchete de transacción (chequeo de
*> reinicio y registro en el log) lo pone AplicarMovimientoDia
*> alrededor de todos los movimientos; aquí sólo se afina el estado
*> con el resultado del alta, 'A' aplicada o 'R' rechazada. El nombre
*> ya no es llave: dos perros pueden llamarse igual, y lo que los
*> distingue es el número que el alta les asigna del registro
*> REGANIMA. El microchip, si viene, no puede estar ya registrado a
*> otro animal.
AgregarPerro.
   PERFORM ValidarPerro
   IF PerroInvalido
      PERFORM RegistrarExcepcion
      MOVE 'R' TO EstadoTransaccionActual
   ELSE
      PERFORM BuscarAltaRegistrada
      MOVE 'N' TO SwMicrochipUsado
      IF NOT AltaYaRegistrada AND Microchip NOT = SPACES
         PERFORM BuscarMicrochipRegistrado
      END-IF
      IF MicrochipUsado
         MOVE 'Microchip ya registrado a otro animal' TO MotivoRechazo
         PERFORM RegistrarExcepcion
         MOVE 'R' TO EstadoTransaccionActual
      ELSE
         IF AltaYaRegistrada
            MOVE RegNumeroAnimal TO NumeroAnimalPerroTrab
         ELSE
            PERFORM AsignarNumeroAnimal
            MOVE UltimoNumeroAnimal TO NumeroAnimalPerroTrab
         END-IF
         MOVE NumeroAnimalPerroTrab TO NumeroAnimal
         MOVE 'A' TO EstadoTransaccionActual
         *> Un alta que la corrida anterior alcanzó a numerar y grabar
         *> en el inventario antes de abortar ya está contada en el
         *> arranque: sólo se completa el log y, si la corrida cayó
         *> antes de grabarla, la cuenta por pagar.
         MOVE NumeroAnimalPerroTrab TO NumeroBusca
         PERFORM LeerPerroPorNumero
         MOVE 0 TO NumeroBusca
         IF AltaYaRegistrada AND PerroEncontrado
            DISPLAY 'Alta de ' Nombre ' ya aplicada por la corrida anterior como animal '
                    NumeroAnimalPerroTrab
            IF Costo > 0 AND Proveedor NOT = SPACES
               PERFORM CompletarCuentaPagar
            END-IF
         ELSE
            MOVE Nombre TO NombrePerroTrab
            MOVE Edad TO EdadPerroTrab
            MOVE SPACES TO ReservaHastaPerroTrab
            MOVE Costo TO CostoPerroTrab
            MOVE Proveedor TO ProveedorPerroTrab
            MOVE SPACES TO SucursalOrigenPerroTrab
            MOVE SPACES TO FechaTrasladoPerroTrab
            MOVE Microchip TO MicrochipPerroTrab
            PERFORM GrabarPerroEnArchivo
            ADD 1 TO NumPerros
            ADD 1 TO ContadorAltas
            MOVE SucursalMovimiento TO SucursalTrabajoCtr
            PERFORM SumarAltaSucursal
            IF Costo > 0 AND Proveedor NOT = SPACES
               PERFORM AbrirCuentaPagar
            END-IF
            PERFORM AnotarLlegadaEspera
            DISPLAY 'Alta de ' Nombre ' como animal No. ' NumeroAnimalPerroTrab
         END-IF
      END-IF
   END-IF.

*> Busca en el registro de animales un alta de este mismo movimiento
*> (mismo nombre, sucursal, fecha y número de transacción) que una
*> corrida interrumpida haya alcanzado a numerar; si la hay, el alta
*> reusa ese número en lugar de sacar otro. El registro tiene llave
*> alterna por nombre, así que se recorre sólo el tramo del nombre.
BuscarAltaRegistrada.
   MOVE 'N' TO SwAltaYaRegistrada
   MOVE Nombre TO RegNombre
   START RegistroAnimalFile KEY IS EQUAL TO RegNombre
      INVALID KEY MOVE 'S' TO SwFinRegistroAnimal
      NOT INVALID KEY MOVE 'N' TO SwFinRegistroAnimal
   END-START
   PERFORM UNTIL FinRegistroAnimal OR AltaYaRegistrada
      READ RegistroAnimalFile NEXT RECORD
         AT END MOVE 'S' TO SwFinRegistroAnimal
         NOT AT END
            IF RegNombre NOT = Nombre
               MOVE 'S' TO SwFinRegistroAnimal
            ELSE
               IF RegFechaAlta = FechaDelSistema
                     AND RegTransaccionAlta = TransaccionIdActual
                     AND RegSucursalAlta = SucursalMovimiento
                  MOVE 'S' TO SwAltaYaRegistrada
               END-IF
            END-IF
      END-READ
   END-PERFORM.

*> Revisa si el microchip del alta ya figura a nombre de otro animal.
BuscarMicrochipRegistrado.
   MOVE 'N' TO SwMicrochipUsado
   MOVE Microchip TO RegMicrochip
   READ RegistroAnimalFile KEY IS RegMicrochip
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE 'S' TO SwMicrochipUsado
   END-READ.

*> Saca el número de animal que sigue y lo anota en el registro con
*> los datos del alta (nombre, sucursal, fecha, transacción, raza y
*> microchip). El número queda en UltimoNumeroAnimal.
AsignarNumeroAnimal.
   ADD 1 TO UltimoNumeroAnimal
   MOVE UltimoNumeroAnimal TO RegNumeroAnimal
   MOVE Nombre TO RegNombre
   MOVE SucursalMovimiento TO RegSucursalAlta
   MOVE FechaDelSistema TO RegFechaAlta
   MOVE TransaccionIdActual TO RegTransaccionAlta
   MOVE Raza TO RegRaza
   MOVE Microchip TO RegMicrochip
   WRITE RegistroAnimalRecord
      INVALID KEY DISPLAY 'No se pudo anotar el animal ' UltimoNumeroAnimal ' en el registro de animales'
   END-WRITE.

*> Vuelve a anotar como pendiente una excepción cuyo rechazo ya está
*> en el log ('R') pero que no llegó al archivo de excepciones: pasa
*> con rechazos de cuando PERROEXC se regrababa al cierre y la corrida
*> abortaba antes. El renglón del log trae nombre, edad, raza y precio
*> para reconstruirla; el motivo se recalcula con la misma validación
*> del alta, y si los datos pasan la validación (el rechazo fue por
*> microchip ya registrado), queda un motivo genérico que remite al
*> log. Si el archivo ya tiene la excepción pendiente, no se duplica.
ReconstruirExcepcionDeLog.
   MOVE 'N' TO SwExcepcionHallada
   IF LogSucursal = SPACES
      DISPLAY 'No hay perros en la tienda.'
   ELSE
      *> Un perro reservado no sale en la lista de venta; se ve en el
      *> reporte de apartados (ReporteReservas). Uno en tránsito
      *> tampoco: sale en el reporte de traslados en tránsito.
      PERFORM IniciarBarridoInventario
      PERFORM LeerSiguientePerro
      PERFORM UNTIL FinInventario
         IF PerroTrabDisponible
            PERFORM ImprimirPerroEnMano
         END-IF
         PERFORM LeerSiguientePerro
   DISPLAY 'Raza: ' RazaPerroTrab
   DISPLAY 'Precio: ' PrecioPerroTrab
   DISPLAY 'Sucursal: ' SucursalPerroTrab
   DISPLAY 'Animal No.: ' NumeroAnimalPerroTrab
   ADD 1 TO ContadorImpresos.

*> Suma sobre ContadorImpresos sin reiniciarlo (lo reinicia
   PERFORM UNTIL FinInventario
      IF (SucursalFiltro = SPACES
            OR SucursalPerroTrab = SucursalFiltro)
            AND PerroTrabDisponible
         ADD 1 TO RenglonFacturado
         ADD PrecioPerroTrab TO GranTotalFactura
         DISPLAY 'Renglón ' RenglonFacturado ': ' NombrePerroTrab ' - $' PrecioPerroTrab
      DISPLAY 'No se pudo crear la lista de precios (' EstadoListaFile ')'
   ELSE
      MOVE 0 TO PrecioUltimoListado
      MOVE 0 TO ClaveUltimaListada
      PERFORM BuscarSiguientePerroPorPrecio
      PERFORM UNTIL NOT CandidatoHallado
         IF PerroTrabDisponible
            MOVE NombrePerroTrab TO ExpNombre
            MOVE EdadPerroTrab TO ExpEdad
            MOVE RazaPerroTrab TO ExpRaza
   ELSE
      PERFORM EscribirEncabezadoInforme
      MOVE 0 TO PrecioUltimoListado
      MOVE 0 TO ClaveUltimaListada
      PERFORM BuscarSiguientePerroPorPrecio
      PERFORM UNTIL NOT CandidatoHallado
         IF PerroTrabDisponible
            MOVE NombrePerroTrab TO DetNombreInf
            MOVE EdadPerroTrab TO DetEdadInf
            MOVE RazaPerroTrab TO DetRazaInf
   PERFORM IniciarBarridoInventario
   PERFORM LeerSiguientePerro
   PERFORM UNTIL FinInventario
      IF (SucursalFiltro = SPACES
            OR SucursalPerroTrab = SucursalFiltro)
            AND NOT PerroTrabEnTransito
         MOVE 'N' TO SwRazaEncontrada
         PERFORM VARYING RazaIdx FROM 1 BY 1 UNTIL RazaIdx > NumRazas
            IF NombreRazaResumen(RazaIdx) = RazaPerroTrab
      DISPLAY 'No hay perros en la tienda.'
   ELSE
      MOVE 0 TO PrecioUltimoListado
      MOVE 0 TO ClaveUltimaListada
      PERFORM BuscarSiguientePerroPorPrecio
      PERFORM UNTIL NOT CandidatoHallado
         IF PerroTrabDisponible
            PERFORM ImprimirPerroEnMano
         END-IF
         PERFORM BuscarSiguientePerroPorPrecio
      DISPLAY 'No hay perros en la tienda.'
   ELSE
      MOVE 0 TO EdadUltimaListada
      MOVE 0 TO ClaveUltimaListada
      PERFORM BuscarSiguientePerroPorEdad
      PERFORM UNTIL NOT CandidatoHallado
         IF PerroTrabDisponible
            PERFORM ImprimirPerroEnMano
         END-IF
         PERFORM BuscarSiguientePerroPorEdad
BuscarSiguientePerroPorPrecio.
   MOVE 'N' TO SwCandidatoHallado
   MOVE 0 TO PrecioCandidato
   MOVE 0 TO ClaveCandidata
   PERFORM IniciarBarridoInventario
   PERFORM LeerSiguientePerro
   PERFORM UNTIL FinInventario
      IF PrecioPerroTrab > PrecioUltimoListado
            OR (PrecioPerroTrab = PrecioUltimoListado
               AND NumeroAnimalPerroTrab > ClaveUltimaListada)
         IF NOT CandidatoHallado
               OR PrecioPerroTrab < PrecioCandidato
               OR (PrecioPerroTrab = PrecioCandidato
                  AND NumeroAnimalPerroTrab < ClaveCandidata)
            MOVE 'S' TO SwCandidatoHallado
            MOVE PrecioPerroTrab TO PrecioCandidato
            MOVE NumeroAnimalPerroTrab TO ClaveCandidata
         END-IF
      END-IF
      PERFORM LeerSiguientePerro
   END-PERFORM
   IF CandidatoHallado
      MOVE ClaveCandidata TO NumeroAnimalKey
      READ PerroInventarioFile
         INVALID KEY MOVE 'N' TO SwCandidatoHallado
         NOT INVALID KEY PERFORM MoverRegistroATrabajo
      MOVE ClaveCandidata TO ClaveUltimaListada
   END-IF.

*> El mismo rastreo del siguiente, ordenando ahora por (edad, número).
BuscarSiguientePerroPorEdad.
   MOVE 'N' TO SwCandidatoHallado
   MOVE 0 TO EdadCandidata
   MOVE 0 TO ClaveCandidata
   PERFORM IniciarBarridoInventario
   PERFORM LeerSiguientePerro
   PERFORM UNTIL FinInventario
      IF EdadPerroTrab > EdadUltimaListada
            OR (EdadPerroTrab = EdadUltimaListada
               AND NumeroAnimalPerroTrab > ClaveUltimaListada)
         IF NOT CandidatoHallado
               OR EdadPerroTrab < EdadCandidata
               OR (EdadPerroTrab = EdadCandidata
                  AND NumeroAnimalPerroTrab < ClaveCandidata)
            MOVE 'S' TO SwCandidatoHallado
            MOVE EdadPerroTrab TO EdadCandidata
            MOVE NumeroAnimalPerroTrab TO ClaveCandidata
         END-IF
      END-IF
      PERFORM LeerSiguientePerro
   END-PERFORM
   IF CandidatoHallado
      MOVE ClaveCandidata TO NumeroAnimalKey
      READ PerroInventarioFile
         INVALID KEY MOVE 'N' TO SwCandidatoHallado
         NOT INVALID KEY PERFORM MoverRegistroATrabajo
*> dan los dos, el renglón debe cumplir los dos), al estilo de
*> V-BUSQUEDA en mainAntesDePOO.cbl, devolviendo el renglón completo
*> de cada coincidencia. Un criterio en blanco no restringe la
*> búsqueda. Un perro en tránsito no está a la venta en ninguna
*> sucursal y no sale, igual que en el resumen por raza y las listas
*> de precios.
BuscarPerroPorNombreRaza.
   MOVE 'N' TO SwPerroEncontrado
   PERFORM IniciarBarridoInventario
      IF (NombreBuscado = SPACES OR NombrePerroTrab = NombreBuscado)
            AND (RazaBuscada = SPACES OR RazaPerroTrab = RazaBuscada)
            AND (NombreBuscado NOT = SPACES OR RazaBuscada NOT = SPACES)
            AND NOT PerroTrabEnTransito
         DISPLAY 'Encontrado -> Nombre: ' NombrePerroTrab
         DISPLAY '             Animal No.: ' NumeroAnimalPerroTrab
         DISPLAY '             Sucursal: ' SucursalPerroTrab
         IF MicrochipPerroTrab NOT = SPACES
            DISPLAY '             Microchip: ' MicrochipPerroTrab
         END-IF
         DISPLAY '             Edad: ' EdadPerroTrab
         DISPLAY '             Raza: ' RazaPerroTrab
         DISPLAY '             Precio: ' PrecioPerroTrab
      DISPLAY 'No se encontró ningún perro con ese criterio de búsqueda.'
   END-IF.

*> Corrige raza y precio de un perro ya existente, por nombre o por
*> número de animal. Pasa
*> los datos nuevos por la misma validación que una alta, para que una
*> corrección no pueda dejar el renglón peor de como estaba. Un perro
*> en tránsito no se corrige hasta que la sucursal destino lo recibe,
*> igual que no se vende, reserva, traslada ni remarca.
ActualizarPerro.
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE NombreActualizar TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF NOT PerroEncontrado
      DISPLAY 'No se encontró el perro a actualizar: ' NombreActualizar
   ELSE
      MOVE NombrePerroTrab TO NombreActualizar
      IF PerroTrabEnTransito
         DISPLAY 'Actualización rechazada para ' NombreActualizar ': en tránsito desde la sucursal ' SucursalOrigenPerroTrab ', sin recepción'
      ELSE
         MOVE RazaNueva TO Raza
         MOVE PrecioNuevo TO Precio
         MOVE EdadPerroTrab TO Edad
         PERFORM ValidarPerro
         IF PerroInvalido
            DISPLAY 'Actualización rechazada para ' NombreActualizar ': ' MotivoRechazo
         ELSE
            MOVE RazaNueva TO RazaPerroTrab
            MOVE PrecioNuevo TO PrecioPerroTrab
            PERFORM GrabarPerroEnArchivo
            DISPLAY 'Perro actualizado: ' NombreActualizar
         END-IF
      END-IF
   END-IF.

*> Alta en el maestro de clientes. Número en cero o nombre en blanco
*> se rechazan; un número ya usado también, para no pisar a otro
*> cliente en silencio (misma política que el registro de animales).
AgregarCliente.
   IF ClienteIdTrabajo NOT NUMERIC OR ClienteIdTrabajo = 0
         OR ClienteNombreTrabajo = SPACES
   MOVE 0 TO DepositosTomadosDia
   MOVE 0 TO DepositosDevueltosDia
   MOVE 0 TO DepositosAplicadosDia
   MOVE 0 TO ReembolsosDevolucionDia
   MOVE 0 TO PagosProveedorDia
   CLOSE CajaMovFile
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
                        ADD CajaImporte TO DepositosDevueltosDia
                     WHEN 'DA'
                        ADD CajaImporte TO DepositosAplicadosDia
                     WHEN 'NC'
                        ADD CajaImporte TO ReembolsosDevolucionDia
                     WHEN 'PP'
                        ADD CajaImporte TO PagosProveedorDia
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
   MOVE NombreAnimalCaja TO CajaNombreAnimal
   MOVE ClienteCaja TO CajaClienteId
   MOVE ImporteCaja TO CajaImporte
   MOVE NumeroAnimalCaja TO CajaNumeroAnimal
   WRITE CajaMovRecord
   MOVE 0 TO NumeroAnimalCaja.

*> Alta o cambio de un proveedor en el maestro (movimiento 'P'): si
*> el número ya existe se regraban sus datos, porque el proveedor es
      DISPLAY 'Proveedor registrado: ' ProveedorIdTrabajo ' ' ProveedorNombreTrabajo
   END-IF.

*> Alta o cambio de una tasa de impuesto (movimiento 'K') para una
*> sucursal, o la general si la sucursal viene en blanco, y una clase
*> de producto. La tasa nueva vale para los documentos que se emitan
*> desde ahora; los ya emitidos conservan la suya.
MantenerTasaImpuesto.
   MOVE 'TASA DE IMPUESTO' TO Nombre
   MOVE SucursalTasa TO TasaSucursal
   MOVE ClaseTasa TO TasaClase
   READ TasaImpuestoFile
      INVALID KEY
         MOVE PorcentajeTasa TO TasaPorcentaje
         MOVE FechaDelSistema TO TasaFechaVigencia
         MOVE 0 TO TasaPorcentajeAnterior
         WRITE TasaImpuestoRecord
            INVALID KEY DISPLAY 'No se pudo anotar la tasa de impuesto de la sucursal ' SucursalTasa
         END-WRITE
      NOT INVALID KEY
         MOVE TasaPorcentaje TO TasaPorcentajeAnterior
         MOVE PorcentajeTasa TO TasaPorcentaje
         MOVE FechaDelSistema TO TasaFechaVigencia
         REWRITE TasaImpuestoRecord
            INVALID KEY DISPLAY 'No se pudo regrabar la tasa de impuesto de la sucursal ' SucursalTasa
         END-REWRITE
   END-READ
   MOVE PorcentajeTasa TO TasaEditada
   IF SucursalTasa = SPACES
      DISPLAY 'Tasa de impuesto general, clase ' ClaseTasa ': ' TasaEditada '%'
   ELSE
      DISPLAY 'Tasa de impuesto de la sucursal ' SucursalTasa ', clase ' ClaseTasa ': ' TasaEditada '%'
   END-IF.

*> Deja en TasaAplicada la tasa de la sucursal y clase pedidas en
*> SucursalTasa/ClaseTasa: la propia de la sucursal si la tiene, si
*> no la general. Sin ninguna de las dos el documento sale sin
*> impuesto, y se avisa para cargar la tasa que falta.
BuscarTasaImpuesto.
   MOVE 'N' TO SwTasaHallada
   MOVE 0 TO TasaAplicada
   MOVE SucursalTasa TO TasaSucursal
   MOVE ClaseTasa TO TasaClase
   READ TasaImpuestoFile
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE 'S' TO SwTasaHallada
   END-READ
   IF NOT TasaHallada
      MOVE SPACES TO TasaSucursal
      MOVE ClaseTasa TO TasaClase
      READ TasaImpuestoFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'S' TO SwTasaHallada
      END-READ
   END-IF
   IF TasaHallada
      MOVE TasaPorcentaje TO TasaAplicada
   ELSE
      DISPLAY '*** Sin tasa de impuesto para la sucursal ' SucursalTasa ' clase ' ClaseTasa
              ': el documento sale sin impuesto ***'
   END-IF.

*> Desglosa el bruto de BrutoDesglose, que ya incluye el impuesto, a
*> la tasa de TasaAplicada: el neto se redondea al centavo y el
*> impuesto es lo que resta, así neto más impuesto da siempre el
*> bruto cobrado.
CalcularDesgloseImpuesto.
   COMPUTE NetoDesglose ROUNDED = BrutoDesglose * 100 / (100 + TasaAplicada)
   COMPUTE ImpuestoDesglose = BrutoDesglose - NetoDesglose
   MOVE TasaAplicada TO TasaEditada
   MOVE NetoDesglose TO NetoEditado
   MOVE ImpuestoDesglose TO ImpuestoEditado.

*> Abre la cuenta por pagar del alta recién aplicada: lo que el animal
*> costó queda como deuda con su proveedor. Un proveedor que todavía
*> no está en el maestro no frena la deuda (el mismo lote puede traer
*> su 'P' más abajo), pero se avisa para que alguien lo registre.
AbrirCuentaPagar.
   MOVE Proveedor TO CxpProveedor
   MOVE FechaDelSistema TO CxpFechaAlta
   MOVE NumeroAnimalPerroTrab TO CxpNumeroAnimal
   MOVE SucursalMovimiento TO CxpSucursal
   MOVE Nombre TO CxpNombreAnimal
   MOVE Raza TO CxpRaza
   MOVE Costo TO CxpImporte
   MOVE 0 TO CxpPagado
   MOVE SPACES TO CxpFechaUltimoPago
   WRITE CuentaPagarRecord
      INVALID KEY DISPLAY 'No se pudo abrir la cuenta por pagar de ' Nombre ' con el proveedor ' Proveedor
   END-WRITE
   MOVE Proveedor TO ProveedorEnCurso
   PERFORM BuscarProveedorCxp
   IF NOT ProveedorHallado
      DISPLAY 'Aviso: el proveedor ' Proveedor ' de ' Nombre ' no está en el maestro de proveedores'
   END-IF.

*> Alta ya aplicada por la corrida anterior: abre su cuenta por pagar
*> sólo si esa corrida cayó antes de grabarla.
CompletarCuentaPagar.
   MOVE Proveedor TO CxpProveedor
   MOVE FechaDelSistema TO CxpFechaAlta
   MOVE NumeroAnimalPerroTrab TO CxpNumeroAnimal
   READ CuentaPagarFile
      INVALID KEY
         DISPLAY 'Cuenta por pagar de ' Nombre ' pendiente de la corrida anterior: se abre ahora'
         PERFORM AbrirCuentaPagar
   END-READ.

*> Busca en el maestro al proveedor de ProveedorEnCurso y deja su
*> nombre y teléfono en el área de cuentas por pagar.
BuscarProveedorCxp.
   MOVE 'N' TO SwProveedorHallado
   MOVE SPACES TO ProveedorNombreCxp
   MOVE SPACES TO ProveedorTelefonoCxp
   IF ProveedorEnCurso NUMERIC
      MOVE ProveedorEnCurso TO ProveedorIdKey
      READ ProveedorFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE 'S' TO SwProveedorHallado
            MOVE ProveedorNombre TO ProveedorNombreCxp
            MOVE ProveedorTelefono TO ProveedorTelefonoCxp
      END-READ
   END-IF.

*> Pago a un proveedor (movimiento 'B'): el importe se reparte entre
*> sus cuentas abiertas de la más vieja a la más nueva y sale de caja
*> como 'PP'. Un pago mayor que todo lo que se le debe se rechaza
*> entero: o el importe viene mal tecleado o es un anticipo, y ninguno
*> de los dos debe quedar escondido dentro de una deuda ya saldada.
PagarProveedor.
   MOVE ProveedorPago TO ProveedorEnCurso
   PERFORM BuscarProveedorCxp
   IF ProveedorHallado
      MOVE ProveedorNombreCxp TO Nombre
   END-IF
   IF ImportePago = 0
      DISPLAY 'Pago rechazado al proveedor ' ProveedorPago ': importe en cero'
   ELSE
      PERFORM CalcularSaldoProveedor
      IF ImportePago > SaldoProveedor
         DISPLAY 'Pago rechazado al proveedor ' ProveedorPago ': $' ImportePago
                 ' excede el saldo adeudado de $' SaldoProveedor
      ELSE
         MOVE ImportePago TO RestantePago
         PERFORM IniciarBarridoProveedorCxp
         PERFORM UNTIL FinProveedorCxp OR RestantePago = 0
            COMPUTE SaldoCuenta = CxpImporte - CxpPagado
            IF SaldoCuenta > 0
               IF SaldoCuenta > RestantePago
                  MOVE RestantePago TO AplicadoPago
               ELSE
                  MOVE SaldoCuenta TO AplicadoPago
               END-IF
               ADD AplicadoPago TO CxpPagado
               SUBTRACT AplicadoPago FROM RestantePago
               MOVE FechaDelSistema TO CxpFechaUltimoPago
               REWRITE CuentaPagarRecord
                  INVALID KEY DISPLAY 'No se pudo regrabar la cuenta por pagar de ' CxpNombreAnimal
               END-REWRITE
               DISPLAY '  Pago aplicado a ' CxpNombreAnimal ' (alta ' CxpFechaAlta(1:6) '): $' AplicadoPago
            END-IF
            PERFORM LeerSiguienteCuentaProveedor
         END-PERFORM
         MOVE 'PP' TO TipoMovCaja
         MOVE SucursalMovimiento TO SucursalCaja
         MOVE ProveedorNombreCxp TO NombreAnimalCaja
         MOVE ProveedorPago TO ClienteCaja
         MOVE ImportePago TO ImporteCaja
         PERFORM RegistrarMovimientoCaja
         DISPLAY 'Pago registrado al proveedor ' ProveedorPago ' ' ProveedorNombreCxp ': $' ImportePago
      END-IF
   END-IF.

*> Suma lo que todavía se le debe al proveedor de ProveedorEnCurso.
CalcularSaldoProveedor.
   MOVE 0 TO SaldoProveedor
   PERFORM IniciarBarridoProveedorCxp
   PERFORM UNTIL FinProveedorCxp
      COMPUTE SaldoCuenta = CxpImporte - CxpPagado
      ADD SaldoCuenta TO SaldoProveedor
      PERFORM LeerSiguienteCuentaProveedor
   END-PERFORM.

*> Posiciona el barrido de CTAPAGAR en la primera cuenta del proveedor
*> de ProveedorEnCurso y la deja leída; LeerSiguienteCuentaProveedor
*> avanza de a una y prende FinProveedorCxp al pasar a otro proveedor.
IniciarBarridoProveedorCxp.
   MOVE 'N' TO SwFinProveedorCxp
   MOVE LOW-VALUES TO ClaveCuentaPagar
   MOVE ProveedorEnCurso TO CxpProveedor
   START CuentaPagarFile KEY IS NOT LESS THAN ClaveCuentaPagar
      INVALID KEY MOVE 'S' TO SwFinProveedorCxp
   END-START
   PERFORM LeerSiguienteCuentaProveedor.

LeerSiguienteCuentaProveedor.
   IF NOT FinProveedorCxp
      READ CuentaPagarFile NEXT RECORD
         AT END MOVE 'S' TO SwFinProveedorCxp
         NOT AT END
            IF CxpProveedor NOT = ProveedorEnCurso
               MOVE 'S' TO SwFinProveedorCxp
            END-IF
      END-READ
   END-IF.

*> Aparta un perro con depósito a nombre de un cliente registrado y
*> hasta una fecha límite: sigue en inventario (y en sus costos) pero
*> sale de las listas de venta hasta que la reserva termine en venta,
ReservarPerro.
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE NombreReservar TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF NOT PerroEncontrado
      DISPLAY 'No se encontró el perro a reservar: ' NombreReservar
   ELSE
      MOVE NombrePerroTrab TO NombreReservar
      IF PerroTrabReservado
         DISPLAY 'Reserva rechazada: ' NombreReservar ' ya está reservado'
      ELSE
      IF PerroTrabEnTransito
         DISPLAY 'Reserva rechazada: ' NombreReservar ' está en tránsito desde la sucursal ' SucursalOrigenPerroTrab
      ELSE
         MOVE ClienteReserva TO ClienteIdTrabajo
         PERFORM BuscarCliente
               MOVE 'DT' TO TipoMovCaja
               MOVE SucursalMovimiento TO SucursalCaja
               MOVE NombreReservar TO NombreAnimalCaja
               MOVE NumeroAnimalPerroTrab TO NumeroAnimalCaja
               MOVE ClienteReserva TO ClienteCaja
               MOVE DepositoReserva TO ImporteCaja
               PERFORM RegistrarMovimientoCaja
               MOVE ClienteReserva TO ClienteEspera
               MOVE RazaPerroTrab TO RazaEspera
               MOVE 'RESERVA' TO MotivoCierreEspera
               MOVE NombreReservar TO AnimalCierreEspera
               PERFORM CerrarPedidosEspera
               DISPLAY 'Perro reservado: ' NombreReservar ' para el cliente ' ClienteReserva ' hasta ' FechaLimiteReserva
            END-IF
         END-IF
      END-IF
      END-IF
   END-IF.

*> Cancela una reserva vigente y devuelve el perro a la lista de
CancelarReserva.
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE NombreReservar TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF NOT PerroEncontrado
      DISPLAY 'No se encontró el perro de la reserva a cancelar: ' NombreReservar
   ELSE
      MOVE NombrePerroTrab TO NombreReservar
      IF NOT PerroTrabReservado
         DISPLAY 'No hay reserva vigente para ' NombreReservar
      ELSE
         MOVE 'DV' TO TipoMovCaja
         MOVE SucursalPerroTrab TO SucursalCaja
         MOVE NombreReservar TO NombreAnimalCaja
         MOVE NumeroAnimalPerroTrab TO NumeroAnimalCaja
         MOVE ReservaClientePerroTrab TO ClienteCaja
         MOVE DepositoPerroTrab TO ImporteCaja
         PERFORM RegistrarMovimientoCaja
         MOVE 'DR' TO TipoMovCaja
         MOVE SucursalPerroTrab TO SucursalCaja
         MOVE NombrePerroTrab TO NombreAnimalCaja
         MOVE NumeroAnimalPerroTrab TO NumeroAnimalCaja
         MOVE ReservaClientePerroTrab TO ClienteCaja
         MOVE DepositoPerroTrab TO ImporteCaja
         PERFORM RegistrarMovimientoCaja
      DISPLAY '  No hay reservas vigentes.'
   END-IF.

*> Reporte de perros en tránsito: los despachados con 'T' que la
*> sucursal destino todavía no recibió, con origen, destino y fecha de
*> despacho. Los que llevan más de DiasAlertaTransito días en camino
*> se marcan: o la tienda destino olvidó confirmar o el perro no llegó.
ReporteTrasladosEnTransito.
   MOVE 0 TO NumEnTransito
   MOVE 0 TO TransitosDemorados
   MOVE FechaDelSistema TO FechaTrabajoAntig
   PERFORM ConvertirFechaADias
   MOVE DiasConvertidos TO DiasFechaActual
   DISPLAY ' '
   DISPLAY '=== Perros en tránsito entre sucursales ==='
   PERFORM IniciarBarridoInventario
   PERFORM LeerSiguientePerro
   PERFORM UNTIL FinInventario
      IF PerroTrabEnTransito
         ADD 1 TO NumEnTransito
         MOVE FechaTrasladoPerroTrab TO FechaTrabajoAntig
         PERFORM ConvertirFechaADias
         IF DiasConvertidos > DiasFechaActual
            MOVE 0 TO DiasEnTransito
         ELSE
            COMPUTE DiasEnTransito = DiasFechaActual - DiasConvertidos
         END-IF
         IF DiasEnTransito > DiasAlertaTransito
            ADD 1 TO TransitosDemorados
            DISPLAY '  ' NombrePerroTrab ' de ' SucursalOrigenPerroTrab
                    ' a ' SucursalPerroTrab ' despachado ' FechaTrasladoPerroTrab
                    ', ' DiasEnTransito ' días *** SIN RECEPCION ***'
         ELSE
            DISPLAY '  ' NombrePerroTrab ' de ' SucursalOrigenPerroTrab
                    ' a ' SucursalPerroTrab ' despachado ' FechaTrasladoPerroTrab
                    ', ' DiasEnTransito ' días'
         END-IF
      END-IF
      PERFORM LeerSiguientePerro
   END-PERFORM
   IF NumEnTransito = 0
      DISPLAY '  No hay perros en tránsito.'
   ELSE
      DISPLAY 'Perros en tránsito: ' NumEnTransito
              '; con más de ' DiasAlertaTransito ' días sin recepción: ' TransitosDemorados
   END-IF.

*> Mantenimiento de la lista de espera (movimiento 'L'): anota el
*> pedido de un cliente registrado por una raza en una sucursal, con
*> el precio tope que está dispuesto a pagar (cero = sin tope); con
*> 'B' en el tipo de evento el pedido se da de baja. Repetir un pedido
*> abierto sólo le cambia el tope, sin perder su lugar en la fila; uno
*> cerrado se reabre con la fecha de hoy.
MantenerListaEspera.
   MOVE ClienteEspera TO ClienteIdTrabajo
   PERFORM BuscarCliente
   IF NOT ClienteEncontrado
      DISPLAY 'Pedido de lista de espera rechazado: cliente ' ClienteEspera ' no registrado'
   ELSE
      MOVE ClienteNombreTrabajo TO Nombre
      MOVE 'N' TO SwEsperaHallada
      MOVE ClienteEspera TO EspClienteId
      MOVE RazaEspera TO EspRaza
      MOVE SucursalMovimiento TO EspSucursal
      READ ListaEsperaFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'S' TO SwEsperaHallada
      END-READ
      IF BajaEspera
         IF EsperaHallada AND EspAbierta
            MOVE 'C' TO EspEstado
            MOVE FechaDelSistema TO EspFechaCierre
            MOVE 'BAJA' TO EspMotivoCierre
            MOVE SPACES TO EspAnimalCierre
            REWRITE ListaEsperaRecord
               INVALID KEY DISPLAY 'No se pudo dar de baja el pedido del cliente ' ClienteEspera
            END-REWRITE
            DISPLAY 'Pedido de lista de espera dado de baja: cliente ' ClienteEspera ' raza ' RazaEspera
         ELSE
            DISPLAY 'No hay pedido abierto del cliente ' ClienteEspera ' por ' RazaEspera
                    ' en la sucursal ' SucursalMovimiento
         END-IF
      ELSE
         MOVE PrecioTopeEspera TO EspPrecioTope
         IF EsperaHallada AND EspAbierta
            REWRITE ListaEsperaRecord
               INVALID KEY DISPLAY 'No se pudo regrabar el pedido del cliente ' ClienteEspera
            END-REWRITE
            DISPLAY 'Pedido de lista de espera actualizado: cliente ' ClienteEspera
                    ' raza ' RazaEspera ' tope $' PrecioTopeEspera
         ELSE
            MOVE FechaDelSistema TO EspFechaPedido
            MOVE 'A' TO EspEstado
            MOVE SPACES TO EspFechaCierre
            MOVE SPACES TO EspMotivoCierre
            MOVE SPACES TO EspAnimalCierre
            IF EsperaHallada
               REWRITE ListaEsperaRecord
                  INVALID KEY DISPLAY 'No se pudo reabrir el pedido del cliente ' ClienteEspera
               END-REWRITE
            ELSE
               WRITE ListaEsperaRecord
                  INVALID KEY DISPLAY 'No se pudo anotar el pedido del cliente ' ClienteEspera
               END-WRITE
            END-IF
            DISPLAY 'Cliente ' ClienteEspera ' anotado en la lista de espera de ' RazaEspera
                    ' (suc. ' SucursalMovimiento ')'
         END-IF
      END-IF
   END-IF.

*> Anota el perro en mano entre las llegadas del día, para cruzarlo
*> contra la lista de espera al terminar los movimientos.
AnotarLlegadaEspera.
   IF NumLlegadas < 20
      ADD 1 TO NumLlegadas
      MOVE SucursalPerroTrab TO LlegSucursal(NumLlegadas)
      MOVE NombrePerroTrab TO LlegNombre(NumLlegadas)
      MOVE NumeroAnimalPerroTrab TO LlegNumero(NumLlegadas)
   ELSE
      DISPLAY '*** Tabla de llegadas llena: la lista de llamadas omite a ' NombrePerroTrab
              ' (suc. ' SucursalPerroTrab ') ***'
   END-IF.

*> Cierra los pedidos abiertos del cliente por la raza del perro que
*> acaba de comprar o reservar, en cualquier sucursal: ya tiene su
*> perro y no hay que volver a llamarlo. Los pedidos del cliente por
*> esa raza quedan juntos en la llave, así que basta un tramo corto.
CerrarPedidosEspera.
   MOVE 'N' TO SwFinListaEspera
   MOVE LOW-VALUES TO ClaveListaEspera
   MOVE ClienteEspera TO EspClienteId
   MOVE RazaEspera TO EspRaza
   START ListaEsperaFile KEY IS NOT LESS THAN ClaveListaEspera
      INVALID KEY MOVE 'S' TO SwFinListaEspera
   END-START
   PERFORM UNTIL FinListaEspera
      READ ListaEsperaFile NEXT RECORD
         AT END MOVE 'S' TO SwFinListaEspera
         NOT AT END
            IF EspClienteId NOT = ClienteEspera OR EspRaza NOT = RazaEspera
               MOVE 'S' TO SwFinListaEspera
            ELSE
               IF EspAbierta
                  MOVE 'C' TO EspEstado
                  MOVE FechaDelSistema TO EspFechaCierre
                  MOVE MotivoCierreEspera TO EspMotivoCierre
                  MOVE AnimalCierreEspera TO EspAnimalCierre
                  REWRITE ListaEsperaRecord
                     INVALID KEY DISPLAY 'No se pudo cerrar el pedido del cliente ' ClienteEspera
                  END-REWRITE
                  DISPLAY 'Pedido de lista de espera cerrado: cliente ' ClienteEspera
                          ' ' RazaEspera ' (suc. ' EspSucursal ') por ' MotivoCierreEspera
               END-IF
            END-IF
      END-READ
   END-PERFORM.

*> Lista de llamadas de la corrida: por cada perro que llegó hoy a una
*> sucursal y sigue disponible (no vendido ni apartado en el mismo
*> lote), los clientes con pedido abierto por su raza en esa sucursal
*> y tope que alcance su precio, ordenados por el ranking de mejores
*> clientes (total gastado) y, a igual gasto, por la fecha del pedido,
*> con el teléfono del maestro de clientes.
ListaLlamadasEspera.
   MOVE 0 TO LlamadasEmitidas
   DISPLAY ' '
   DISPLAY '=== Lista de llamadas: llegadas de razas pedidas ==='
   IF NumLlegadas > 0
      PERFORM CargarRankingClientes
      PERFORM VARYING LlegIdx FROM 1 BY 1 UNTIL LlegIdx > NumLlegadas
         PERFORM ArmarLlamadasLlegada
      END-PERFORM
   END-IF
   IF LlamadasEmitidas = 0
      DISPLAY '  Sin llegadas que coincidan con pedidos de la lista de espera.'
   END-IF.

*> Carga la tabla de clientes con compras (la misma del estado de
*> cuenta) con lo gastado por cada cliente según el historial, sin las
*> ventas devueltas: es el ranking por total gastado.
CargarRankingClientes.
   MOVE 0 TO NumClientesCompra
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF NOT VentaDevuelta
                  PERFORM AcumularVentaPorCliente
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE VentaHistFile
   OPEN EXTEND VentaHistFile.

*> Las llamadas de una llegada: recorre LISTAESP completo (la llave va
*> por cliente, no por raza) juntando los pedidos que el perro cumple,
*> los ordena y los imprime.
ArmarLlamadasLlegada.
   MOVE LlegSucursal(LlegIdx) TO SucursalBusca
   MOVE LlegNombre(LlegIdx) TO NombreBusca
   MOVE LlegNumero(LlegIdx) TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF PerroEncontrado AND PerroTrabDisponible
      MOVE 0 TO NumLlamadas
      MOVE 'N' TO SwFinListaEspera
      MOVE LOW-VALUES TO ClaveListaEspera
      START ListaEsperaFile KEY IS NOT LESS THAN ClaveListaEspera
         INVALID KEY MOVE 'S' TO SwFinListaEspera
      END-START
      PERFORM UNTIL FinListaEspera
         READ ListaEsperaFile NEXT RECORD
            AT END MOVE 'S' TO SwFinListaEspera
            NOT AT END PERFORM EvaluarPedidoEspera
         END-READ
      END-PERFORM
      IF NumLlamadas > 0
         PERFORM OrdenarLlamadas
         DISPLAY 'Llegó ' NombrePerroTrab ' (' RazaPerroTrab ', suc. ' SucursalPerroTrab
                 ', $' PrecioPerroTrab '); llamar a:'
         PERFORM VARYING LlamIdx FROM 1 BY 1 UNTIL LlamIdx > NumLlamadas
            PERFORM ImprimirLlamada
         END-PERFORM
      END-IF
   END-IF.

*> Suma a la tabla de llamadas el pedido recién leído si está abierto
*> y el perro en mano lo cumple: misma raza, misma sucursal y precio
*> dentro del tope.
EvaluarPedidoEspera.
   IF EspAbierta
         AND EspRaza = RazaPerroTrab
         AND EspSucursal = SucursalPerroTrab
         AND (EspPrecioTope = 0 OR EspPrecioTope >= PrecioPerroTrab)
      IF NumLlamadas < 30
         ADD 1 TO NumLlamadas
         MOVE EspClienteId TO LlamClienteId(NumLlamadas)
         MOVE EspFechaPedido TO LlamFechaPedido(NumLlamadas)
         MOVE EspPrecioTope TO LlamPrecioTope(NumLlamadas)
         MOVE 0 TO LlamTotalGastado(NumLlamadas)
         PERFORM VARYING CteIdx FROM 1 BY 1 UNTIL CteIdx > NumClientesCompra
            IF CteCmpId(CteIdx) = EspClienteId
               MOVE CteCmpImporte(CteIdx) TO LlamTotalGastado(NumLlamadas)
            END-IF
         END-PERFORM
      ELSE
         DISPLAY '*** Tabla de llamadas llena: se omite al cliente ' EspClienteId ' ***'
      END-IF
   END-IF.

*> Ordena las llamadas por total gastado (mayor primero) y, a igual
*> gasto, por fecha del pedido (el más viejo primero), con el burbujeo
*> de la casa; el renglón completo viaja por la casilla de intercambio.
OrdenarLlamadas.
   PERFORM VARYING LlamIdx FROM 1 BY 1 UNTIL LlamIdx > NumLlamadas
      PERFORM VARYING LlamIdx2 FROM 1 BY 1 UNTIL LlamIdx2 > NumLlamadas - LlamIdx
         IF LlamTotalGastado(LlamIdx2) < LlamTotalGastado(LlamIdx2 + 1)
               OR (LlamTotalGastado(LlamIdx2) = LlamTotalGastado(LlamIdx2 + 1)
                  AND LlamFechaPedido(LlamIdx2) > LlamFechaPedido(LlamIdx2 + 1))
            MOVE Llamadas(LlamIdx2) TO LlamadaTemp
            MOVE Llamadas(LlamIdx2 + 1) TO Llamadas(LlamIdx2)
            MOVE LlamadaTemp TO Llamadas(LlamIdx2 + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

ImprimirLlamada.
   ADD 1 TO LlamadasEmitidas
   MOVE LlamClienteId(LlamIdx) TO ClienteIdTrabajo
   PERFORM BuscarCliente
   IF ClienteEncontrado
      DISPLAY '  ' LlamIdx ') Cliente ' ClienteIdTrabajo ' ' ClienteNombreTrabajo
              ' tel. ' ClienteTelefonoTrabajo
              ' (pedido ' LlamFechaPedido(LlamIdx)
              ', tope $' LlamPrecioTope(LlamIdx)
              ', compras $' LlamTotalGastado(LlamIdx) ')'
   ELSE
      DISPLAY '  ' LlamIdx ') Cliente ' ClienteIdTrabajo ' (no está en el maestro de clientes)'
   END-IF.

*> Registra en el expediente sanitario el evento que dejó el
*> movimiento 'S': vacuna, desparasitación o control, con su próxima
*> fecha de atención si la hay. El animal debe ser conocido: estar en
*> el inventario de la sucursal o figurar vendido en el historial
*> (el seguimiento post-venta es justo para esos). El evento queda
*> bajo el número del animal, que lo sigue en traslados y ventas.
RegistrarEventoSalud.
   MOVE 'N' TO SwAnimalConocido
   MOVE 0 TO NumeroSalud
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE NombreSalud TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF PerroEncontrado
      MOVE 'S' TO SwAnimalConocido
      MOVE NumeroAnimalPerroTrab TO NumeroSalud
      MOVE NombrePerroTrab TO NombreSalud
   END-IF
   IF NOT AnimalConocido AND NOT PerroAmbiguo
      MOVE SucursalMovimiento TO SucursalSalud
      MOVE NumeroAnimalMovimiento TO NumeroSalud
      PERFORM BuscarVentaPorAnimal
      IF VentaSeguimientoHallada
         MOVE 'S' TO SwAnimalConocido
         MOVE NumeroVentaSeguimiento TO NumeroSalud
      END-IF
   END-IF
   IF NOT AnimalConocido
      MOVE FechaDelSistema TO SaludFecha
      MOVE TipoEventoSalud TO SaludTipoEvento
      MOVE ProximaFechaSalud TO SaludProximaFecha
      MOVE NumeroSalud TO SaludNumeroAnimal
      WRITE SaludRecord
      MOVE NombreSalud TO Nombre
      MOVE NumeroSalud TO NumeroAnimal
      DISPLAY 'Evento sanitario ' TipoEventoSalud ' registrado para ' NombreSalud
              ' (animal ' NumeroSalud ')'
   END-IF.

*> Busca en el historial de ventas si el animal salió vendido: por su
*> número si se conoce (NumeroSalud), o si no por nombre en la
*> sucursal dada, dejando el cliente comprador, el nombre y el número
*> del animal en el área de trabajo. La última venta que coincida
*> manda. Mismo baile de cierre y reapertura del archivo que
*> InformeVentas.
BuscarVentaPorAnimal.
   MOVE 'N' TO SwVentaSeguimientoHallada
   MOVE 0 TO ClienteSeguimiento
   MOVE 0 TO NumeroVentaSeguimiento
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF (NumeroSalud > 0
                     AND VentaNumeroAnimal NUMERIC
                     AND VentaNumeroAnimal = NumeroSalud)
                     OR (NumeroSalud = 0
                     AND VentaNombre = NombreSalud
                     AND VentaSucursal = SucursalSalud)
                  MOVE 'S' TO SwVentaSeguimientoHallada
                  MOVE VentaClienteId TO ClienteSeguimiento
                  MOVE VentaNombre TO NombreSalud
                  IF VentaNumeroAnimal NUMERIC
                     MOVE VentaNumeroAnimal TO NumeroVentaSeguimiento
                  END-IF
               END-IF
         END-READ
      END-PERFORM
   MOVE SucursalPerroTrab TO VentaSucursal
   MOVE CostoPerroTrab TO VentaCosto
   MOVE ProveedorPerroTrab TO VentaProveedor
   MOVE UltimoNumeroFactura TO VentaFactura
   MOVE SPACE TO VentaEstado
   MOVE FechaIngresoPerroTrab TO VentaFechaIngreso
   MOVE NumeroAnimalPerroTrab TO VentaNumeroAnimal
   WRITE VentaHistRecord.

*> Toma el número que sigue de la serie de FACTREG, común a facturas y
*> notas de crédito; la venta lo toma antes de anotarse en el
*> historial para que el renglón de VENTAHIS lleve su factura.
TomarNumeroFactura.
   ADD 1 TO UltimoNumeroFactura.

*> Factura de la venta dirigida a una persona, ya no sólo el nombre
*> del perro y el precio: BuscarCliente dejó los datos del comprador
*> en el área de trabajo antes de llegar aquí. La factura toma el
*> número que sigue de la numeración corrida (ya tomado por
*> TomarNumeroFactura) y queda grabada en el registro FACTREG, de
*> donde se reimprime si el cliente la pierde.
ImprimirFacturaVenta.
   MOVE UltimoNumeroFactura TO FactNumeroKey
   MOVE FechaDelSistema TO FactFecha
   MOVE SucursalMovimiento TO FactSucursal
   MOVE ClienteNombreTrabajo TO FactClienteNombre
   MOVE NombreVender TO FactAnimal
   MOVE ImporteVenta TO FactImporte
   MOVE 'F' TO FactTipoDocumento
   MOVE SPACE TO FactEstado
   MOVE 0 TO FactDocRelacionado
   MOVE NumeroAnimalPerroTrab TO FactNumeroAnimal
   MOVE SucursalMovimiento TO SucursalTasa
   MOVE ClaseAnimales TO ClaseTasa
   PERFORM BuscarTasaImpuesto
   MOVE ImporteVenta TO BrutoDesglose
   PERFORM CalcularDesgloseImpuesto
   MOVE ClaseAnimales TO FactClaseProducto
   MOVE TasaAplicada TO FactTasaImpuesto
   MOVE NetoDesglose TO FactNeto
   MOVE ImpuestoDesglose TO FactImpuesto
   WRITE FacturaRegRecord
      INVALID KEY DISPLAY 'No se pudo registrar la factura ' UltimoNumeroFactura
   END-WRITE
   DISPLAY 'Cliente : ' ClienteIdTrabajo ' ' ClienteNombreTrabajo
   DISPLAY 'Dirección: ' ClienteDireccionTrabajo
   DISPLAY 'Teléfono : ' ClienteTelefonoTrabajo
   DISPLAY 'Animal  : ' NombreVender ' (No. ' NumeroAnimalPerroTrab ')'
   DISPLAY 'Neto    : $' NetoEditado
   DISPLAY 'Impuesto: $' ImpuestoEditado ' (' TasaEditada '%)'
   DISPLAY 'Total   : $' ImporteVenta
   DISPLAY '------------------------'.

*> Reimpresión de una factura emitida, por su número: la copia se
      INVALID KEY
         DISPLAY 'No existe la factura ' NumeroReimprimir ' en el registro.'
      NOT INVALID KEY
         IF FactEsNotaCredito
            DISPLAY '--- Reimpresión de la nota de crédito No. ' FactNumeroKey ' ---'
         ELSE
            DISPLAY '--- Reimpresión de la factura No. ' FactNumeroKey ' ---'
         END-IF
         DISPLAY 'Fecha   : ' FactFecha
         DISPLAY 'Sucursal: ' FactSucursal
         IF FactEsNotaCredito
            DISPLAY 'Anula   : factura No. ' FactDocRelacionado
         END-IF
         DISPLAY 'Cliente : ' FactClienteId ' ' FactClienteNombre
         IF FactNumeroAnimal NUMERIC AND FactNumeroAnimal > 0
            DISPLAY 'Animal  : ' FactAnimal ' (No. ' FactNumeroAnimal ')'
         ELSE
            DISPLAY 'Animal  : ' FactAnimal
         END-IF
         IF FactNeto NUMERIC AND FactImpuesto NUMERIC
               AND FactTasaImpuesto NUMERIC
            MOVE FactTasaImpuesto TO TasaEditada
            MOVE FactNeto TO NetoEditado
            MOVE FactImpuesto TO ImpuestoEditado
            DISPLAY 'Neto    : $' NetoEditado
            DISPLAY 'Impuesto: $' ImpuestoEditado ' (' TasaEditada '%)'
         END-IF
         DISPLAY 'Total   : $' FactImporte
         IF FactDevuelta
            DISPLAY '*** DEVUELTA: anulada por la nota de crédito No. ' FactDocRelacionado ' ***'
         END-IF
         DISPLAY '------------------------'
   END-READ.

VenderPerro.
   MOVE SucursalMovimiento TO SucursalBusca
   MOVE NombreVender TO NombreBusca
   MOVE NumeroAnimalMovimiento TO NumeroBusca
   PERFORM LeerPerroPorClave
   IF NOT PerroEncontrado
      DISPLAY 'No se encontró el perro a vender: ' NombreVender
   ELSE
      MOVE NombrePerroTrab TO NombreVender
      *> Toda venta va a nombre de un cliente registrado; sin cliente
      *> no hay factura ni seguimiento posterior, así que se rechaza.
      MOVE ClienteVender TO ClienteIdTrabajo
      IF NOT ClienteEncontrado
         DISPLAY 'Venta rechazada para ' NombreVender ': cliente ' ClienteVender ' no registrado'
      ELSE
      IF PerroTrabEnTransito
         DISPLAY 'Venta rechazada para ' NombreVender ': en tránsito desde la sucursal ' SucursalOrigenPerroTrab ', sin recepción'
      ELSE
      IF PerroTrabReservado
            AND ReservaClientePerroTrab NOT = ClienteVender
         *> Un perro apartado no se le vende a otro cliente que pase
            MOVE 'DA' TO TipoMovCaja
            MOVE SucursalPerroTrab TO SucursalCaja
            MOVE NombreVender TO NombreAnimalCaja
            MOVE NumeroAnimalPerroTrab TO NumeroAnimalCaja
            MOVE ClienteVender TO ClienteCaja
            MOVE DepositoPerroTrab TO ImporteCaja
            PERFORM RegistrarMovimientoCaja
         MOVE 'VC' TO TipoMovCaja
         MOVE SucursalPerroTrab TO SucursalCaja
         MOVE NombreVender TO NombreAnimalCaja
         MOVE NumeroAnimalPerroTrab TO NumeroAnimalCaja
         MOVE ClienteVender TO ClienteCaja
         MOVE ImporteVenta TO ImporteCaja
         PERFORM RegistrarMovimientoCaja
         PERFORM TomarNumeroFactura
         PERFORM RegistrarVentaHistorica
         MOVE NumeroAnimalPerroTrab TO NumeroAnimalKey
         DELETE PerroInventarioFile RECORD
            INVALID KEY DISPLAY 'No se pudo eliminar del archivo: ' NombreVender
         END-DELETE
         ADD 1 TO ContadorBajas
         MOVE SucursalMovimiento TO SucursalTrabajoCtr
         PERFORM SumarBajaSucursal
         MOVE ClienteVender TO ClienteEspera
         MOVE RazaPerroTrab TO RazaEspera
         MOVE 'COMPRA' TO MotivoCierreEspera
         MOVE NombreVender TO AnimalCierreEspera
         PERFORM CerrarPedidosEspera
         DISPLAY 'Perro vendido y retirado del inventario: ' NombreVender
         PERFORM ImprimirFacturaVenta
      END-IF
      END-IF
      END-IF
   END-IF.

*> Devolución de una venta dentro de la garantía (movimiento 'D'):
*> deshace lo que hizo VenderPerro a partir de la factura original.
*> El animal vuelve a PERROINV en su sucursal de origen con el costo y
*> el proveedor con que se vendió, sale una nota de crédito en la
*> misma serie de FACTREG, el reembolso se anota en caja como 'NC' y
*> el renglón de VENTAHIS queda marcado como devuelto.
DevolverVenta.
   PERFORM ValidarDevolucion
   IF DevolucionInvalida
      DISPLAY 'Devolución rechazada para la factura ' FacturaDevolver ': ' MotivoDevolucion
   ELSE
      PERFORM AplicarDevolucion
   END-IF.

*> Revisa que la devolución proceda: la factura existe, es factura y
*> no nota, no se devolvió antes, está dentro del plazo de garantía,
*> el reembolso no pasa de lo facturado, la venta está en el
*> historial y el animal no está ya de vuelta en el inventario.
*> Deja en DevolucionData los datos de la factura y de la venta.
ValidarDevolucion.
   MOVE 'S' TO SwDevolucionValida
   MOVE SPACES TO MotivoDevolucion
   MOVE FacturaDevolver TO FactNumeroKey
   READ FacturaRegFile
      INVALID KEY
         MOVE 'N' TO SwDevolucionValida
         MOVE 'No existe la factura en el registro' TO MotivoDevolucion
   END-READ
   IF DevolucionValida AND FactEsNotaCredito
      MOVE 'N' TO SwDevolucionValida
      MOVE 'El número es de una nota de crédito' TO MotivoDevolucion
   END-IF
   IF DevolucionValida AND FactDevuelta
      MOVE 'N' TO SwDevolucionValida
      MOVE 'La factura ya fue devuelta' TO MotivoDevolucion
   END-IF
   IF DevolucionValida
      MOVE FactClienteId TO DevClienteId
      MOVE FactClienteNombre TO DevClienteNombre
      MOVE FactSucursal TO DevSucursal
      MOVE FactAnimal TO DevNombre
      IF FactNumeroAnimal NUMERIC
         MOVE FactNumeroAnimal TO DevNumeroAnimal
      ELSE
         MOVE 0 TO DevNumeroAnimal
      END-IF
      MOVE FactFecha TO DevFechaFactura
      MOVE FactImporte TO DevImporteFactura
      IF FactTasaImpuesto NUMERIC
         MOVE FactTasaImpuesto TO DevTasaImpuesto
      ELSE
         MOVE 0 TO DevTasaImpuesto
      END-IF
      IF FactClaseProducto = SPACES
         MOVE ClaseAnimales TO DevClaseProducto
      ELSE
         MOVE FactClaseProducto TO DevClaseProducto
      END-IF
      IF ImporteDevolucion = 0
         MOVE FactImporte TO ImporteDevolucion
      END-IF
      IF ImporteDevolucion > FactImporte
         MOVE 'N' TO SwDevolucionValida
         MOVE 'El reembolso excede lo facturado' TO MotivoDevolucion
      END-IF
      MOVE FechaDelSistema TO FechaTrabajoAntig
      PERFORM ConvertirFechaADias
      MOVE DiasConvertidos TO DiasFechaActual
      MOVE FactFecha TO FechaTrabajoAntig
      PERFORM ConvertirFechaADias
      IF DiasConvertidos > DiasFechaActual
         MOVE 0 TO DiasDesdeFactura
      ELSE
         COMPUTE DiasDesdeFactura = DiasFechaActual - DiasConvertidos
      END-IF
      IF DiasDesdeFactura > DiasGarantiaDevolucion
         MOVE 'N' TO SwDevolucionValida
         MOVE 'Fuera del plazo de garantía' TO MotivoDevolucion
      END-IF
   END-IF
   IF DevolucionValida
      PERFORM BuscarVentaDeFactura
      IF NOT VentaFacturaHallada
         MOVE 'N' TO SwDevolucionValida
         MOVE 'La venta no está en el historial' TO MotivoDevolucion
      END-IF
   END-IF
   *> Sin número (venta de antes de numerar) el animal vuelve con uno
   *> nuevo, y un homónimo en la sucursal ya no es problema.
   IF DevolucionValida AND DevNumeroAnimal > 0
      MOVE DevNumeroAnimal TO NumeroBusca
      PERFORM LeerPerroPorNumero
      MOVE 0 TO NumeroBusca
      IF PerroEncontrado
         MOVE 'N' TO SwDevolucionValida
         MOVE 'El animal ya está en el inventario' TO MotivoDevolucion
      END-IF
   END-IF.

*> Busca en el historial la venta de la factura a devolver y deja sus
*> datos en DevolucionData. Mismo baile de cierre y reapertura del
*> archivo que InformeVentas.
BuscarVentaDeFactura.
   MOVE 'N' TO SwVentaFacturaHallada
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               PERFORM EvaluarVentaDeFactura
               IF VentaDeLaFactura
                  MOVE 'S' TO SwVentaFacturaHallada
                  MOVE VentaRaza TO DevRaza
                  MOVE VentaEdad TO DevEdad
                  MOVE VentaPrecioLista TO DevPrecioLista
                  IF VentaCosto NUMERIC
                     MOVE VentaCosto TO DevCosto
                  ELSE
                     MOVE 0 TO DevCosto
                  END-IF
                  MOVE VentaProveedor TO DevProveedor
                  MOVE VentaFechaIngreso TO DevFechaIngreso
                  IF DevNumeroAnimal = 0 AND VentaNumeroAnimal NUMERIC
                     MOVE VentaNumeroAnimal TO DevNumeroAnimal
                  END-IF
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE VentaHistFile
   OPEN EXTEND VentaHistFile.

*> Decide si el renglón de VENTAHIS recién leído es la venta de la
*> factura a devolver: por el número de factura que lleva desde que
*> la venta lo anota, o, en los renglones de antes, por la sucursal,
*> el animal, el cliente y la fecha de la factura. Un renglón ya
*> devuelto no vuelve a contar.
EvaluarVentaDeFactura.
   MOVE 'N' TO SwVentaDeFactura
   IF NOT VentaDevuelta
      IF VentaFactura NUMERIC
         IF VentaFactura = FacturaDevolver
            MOVE 'S' TO SwVentaDeFactura
         END-IF
      ELSE
         IF VentaSucursal = DevSucursal
               AND VentaNombre = DevNombre
               AND VentaClienteId = DevClienteId
               AND VentaFecha = DevFechaFactura
            MOVE 'S' TO SwVentaDeFactura
         END-IF
      END-IF
   END-IF.

*> Aplica la devolución ya validada: regresa el animal al inventario,
*> marca la factura original, emite la nota de crédito, anota el
*> reembolso en caja y marca la venta en el historial. El log de la
*> transacción queda bajo la sucursal de la venta original.
AplicarDevolucion.
   MOVE DevSucursal TO SucursalMovimiento
   MOVE DevNombre TO Nombre
   MOVE DevRaza TO Raza
   MOVE SPACES TO MicrochipPerroTrab
   IF DevNumeroAnimal = 0
      MOVE SPACES TO Microchip
      PERFORM AsignarNumeroAnimal
      MOVE UltimoNumeroAnimal TO DevNumeroAnimal
   ELSE
      MOVE DevNumeroAnimal TO RegNumeroAnimal
      READ RegistroAnimalFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE RegMicrochip TO MicrochipPerroTrab
      END-READ
   END-IF
   MOVE DevNumeroAnimal TO NumeroAnimalPerroTrab
   MOVE DevNombre TO NombrePerroTrab
   MOVE DevEdad TO EdadPerroTrab
   MOVE DevRaza TO RazaPerroTrab
   MOVE DevPrecioLista TO PrecioPerroTrab
   IF DevFechaIngreso(1:6) NUMERIC
      MOVE DevFechaIngreso TO FechaIngresoPerroTrab
   ELSE
      MOVE FechaDelSistema TO FechaIngresoPerroTrab
   END-IF
   MOVE DevSucursal TO SucursalPerroTrab
   MOVE 'D' TO EstadoPerroTrab
   MOVE 0 TO DepositoPerroTrab
   MOVE 0 TO ReservaClientePerroTrab
   MOVE SPACES TO ReservaHastaPerroTrab
   MOVE DevCosto TO CostoPerroTrab
   MOVE DevProveedor TO ProveedorPerroTrab
   MOVE SPACES TO SucursalOrigenPerroTrab
   MOVE SPACES TO FechaTrasladoPerroTrab
   PERFORM GrabarPerroEnArchivo
   PERFORM AnotarLlegadaEspera
   ADD 1 TO NumPerros
   ADD 1 TO ContadorDevoluciones
   MOVE DevSucursal TO SucursalTrabajoCtr
   PERFORM SumarDevolucionSucursal
   PERFORM TomarNumeroFactura
   MOVE UltimoNumeroFactura TO FacturaNotaCredito
   MOVE FacturaDevolver TO FactNumeroKey
   READ FacturaRegFile
      INVALID KEY
         DISPLAY 'No se pudo releer la factura ' FacturaDevolver ' para marcarla devuelta'
      NOT INVALID KEY
         MOVE 'D' TO FactEstado
         MOVE FacturaNotaCredito TO FactDocRelacionado
         REWRITE FacturaRegRecord
            INVALID KEY DISPLAY 'No se pudo marcar devuelta la factura ' FacturaDevolver
         END-REWRITE
   END-READ
   PERFORM EmitirNotaCredito
   MOVE 'NC' TO TipoMovCaja
   MOVE DevSucursal TO SucursalCaja
   MOVE DevNombre TO NombreAnimalCaja
   MOVE DevNumeroAnimal TO NumeroAnimalCaja
   MOVE DevClienteId TO ClienteCaja
   MOVE ImporteDevolucion TO ImporteCaja
   PERFORM RegistrarMovimientoCaja
   PERFORM MarcarVentaDevuelta
   MOVE DevNombre TO Nombre
   MOVE DevEdad TO Edad
   MOVE DevRaza TO Raza
   MOVE ImporteDevolucion TO Precio
   MOVE DevNumeroAnimal TO NumeroAnimal
   DISPLAY 'Devolución aplicada: ' DevNombre ' (animal ' DevNumeroAnimal ') vuelve a la sucursal ' DevSucursal
           ', reembolso de $' ImporteDevolucion ' al cliente ' DevClienteId.

*> Nota de crédito de la devolución: toma el número ya reservado en la
*> serie de facturas, apunta a la factura que anula y se imprime con
*> el mismo formato que la factura de venta.
EmitirNotaCredito.
   MOVE FacturaNotaCredito TO FactNumeroKey
   MOVE FechaDelSistema TO FactFecha
   MOVE DevSucursal TO FactSucursal
   MOVE DevClienteId TO FactClienteId
   MOVE DevClienteNombre TO FactClienteNombre
   MOVE DevNombre TO FactAnimal
   MOVE ImporteDevolucion TO FactImporte
   MOVE 'N' TO FactTipoDocumento
   MOVE SPACE TO FactEstado
   MOVE FacturaDevolver TO FactDocRelacionado
   MOVE DevNumeroAnimal TO FactNumeroAnimal
   MOVE DevTasaImpuesto TO TasaAplicada
   MOVE ImporteDevolucion TO BrutoDesglose
   PERFORM CalcularDesgloseImpuesto
   MOVE DevClaseProducto TO FactClaseProducto
   MOVE DevTasaImpuesto TO FactTasaImpuesto
   MOVE NetoDesglose TO FactNeto
   MOVE ImpuestoDesglose TO FactImpuesto
   WRITE FacturaRegRecord
      INVALID KEY DISPLAY 'No se pudo registrar la nota de crédito ' FacturaNotaCredito
   END-WRITE
   MOVE DevClienteId TO ClienteIdTrabajo
   PERFORM BuscarCliente
   DISPLAY '--- Nota de crédito No. ' FacturaNotaCredito ' ---'
   DISPLAY 'Fecha   : ' FechaDelSistema
   DISPLAY 'Anula   : factura No. ' FacturaDevolver ' del ' DevFechaFactura
   DISPLAY 'Cliente : ' DevClienteId ' ' DevClienteNombre
   IF ClienteEncontrado
      DISPLAY 'Dirección: ' ClienteDireccionTrabajo
      DISPLAY 'Teléfono : ' ClienteTelefonoTrabajo
   END-IF
   DISPLAY 'Animal  : ' DevNombre ' (No. ' DevNumeroAnimal ')'
   DISPLAY 'Neto    : $' NetoEditado
   DISPLAY 'Impuesto: $' ImpuestoEditado ' (' TasaEditada '%)'
   DISPLAY 'Total   : $' ImporteDevolucion
   DISPLAY '------------------------'.

*> Marca como devuelta la venta de la factura en VENTAHIS. El archivo
*> es secuencial de texto y no admite regrabar un renglón en su
*> lugar, así que se copia completo a COPIATRB con la marca puesta y
*> se vuelve a copiar encima; al final queda otra vez en EXTEND.
MarcarVentaDevuelta.
   MOVE 'N' TO SwVentaMarcada
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   OPEN OUTPUT CopiaTrabajoFile
   IF EstadoVentasFile = '00' AND EstadoCopiaFile = '00'
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF NOT VentaYaMarcada
                  PERFORM EvaluarVentaDeFactura
                  IF VentaDeLaFactura
                     MOVE 'D' TO VentaEstado
                     MOVE 'S' TO SwVentaMarcada
                  END-IF
               END-IF
               WRITE CopiaTrabajoRecord FROM VentaHistRecord
         END-READ
      END-PERFORM
      CLOSE VentaHistFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT VentaHistFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile INTO VentaHistRecord
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END WRITE VentaHistRecord
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
   ELSE
      DISPLAY '*** No se pudo marcar la venta devuelta en VENTAHIS (' EstadoVentasFile '/' EstadoCopiaFile ') ***'
      CLOSE CopiaTrabajoFile
   END-IF
   CLOSE VentaHistFile
   OPEN EXTEND VentaHistFile
   IF NOT VentaYaMarcada
      DISPLAY '*** La venta de la factura ' FacturaDevolver ' no quedó marcada en VENTAHIS ***'
   END-IF.

*> Convierte la fecha AAMMDD dejada en FechaTrabajoAntig a días con la
*> aproximación comercial (365 por año, 30 por mes); una fecha ilegible
*> (registros viejos sin fecha de ingreso) se trata como de hoy.
ConvertirFechaADias.
*> validación que usa ActualizarPerro y lo graba por el mismo
*> GrabarPerroEnArchivo, dejando en el log un estado 'M' con el precio
*> viejo, el nuevo y el tramo de antigüedad como motivo. Un perro
*> reservado se salta: la rebaja no debe socavar un depósito pactado;
*> uno en tránsito también, hasta que la tienda destino lo reciba.
*> Si el log de hoy ya trae la remarcación del perro (reinicio de la
*> corrida), no se vuelve a rebajar sobre lo ya rebajado. El
*> identificador se consume arriba de todos los chequeos, igual que
   PERFORM GenerarTransaccionIdRemarca
   IF PerroTrabReservado
      DISPLAY '    (remarcación omitida: ' NombrePerroTrab ' está reservado con depósito)'
   ELSE
   IF PerroTrabEnTransito
      DISPLAY '    (remarcación omitida: ' NombrePerroTrab ' está en tránsito)'
   ELSE
      PERFORM EstaRemarcadoHoy
      IF RemarcadoHoy
            MOVE PrecioSugerido TO PrecioPerroTrab
            PERFORM GrabarPerroEnArchivo
            MOVE NombrePerroTrab TO Nombre
            MOVE NumeroAnimalPerroTrab TO NumeroAnimal
            MOVE SucursalPerroTrab TO SucursalMovimiento
            MOVE PrecioAnteriorRemarca TO PrecioAnteriorTransaccion
            MOVE MotivoRemarcacion TO MotivoTransaccion
                    ' (' MotivoRemarcacion ')'
         END-IF
      END-IF
   END-IF
   END-IF.

*> Revisa en el log si el perro en mano ya tiene una remarcación
*> Acumula un evento leído de SALUDREC en la tabla de seguimiento: el
*> expediente se escribe en orden de llegada, así que el evento más
*> reciente de cada animal pisa al anterior y la tabla termina con el
*> último estado de atención de cada uno. El animal se reconoce por
*> su número; los eventos de antes de numerar (número en cero) se
*> agrupan como siempre, por nombre y sucursal.
AcumularEventoSalud.
   MOVE 'N' TO SwSaludEnTabla
   IF SaludNumeroAnimal NUMERIC
      MOVE SaludNumeroAnimal TO NumeroSalud
   ELSE
      MOVE 0 TO NumeroSalud
   END-IF
   PERFORM VARYING SalIdx FROM 1 BY 1 UNTIL SalIdx > NumAnimalesSalud
      IF (NumeroSalud > 0 AND SalTabNumero(SalIdx) = NumeroSalud)
            OR (NumeroSalud = 0 AND SalTabNumero(SalIdx) = 0
               AND SalTabNombre(SalIdx) = SaludNombre
               AND SalTabSucursal(SalIdx) = SaludSucursal)
         MOVE SaludSucursal TO SalTabSucursal(SalIdx)
         MOVE SaludTipoEvento TO SalTabTipoEvento(SalIdx)
         MOVE SaludProximaFecha TO SalTabProxima(SalIdx)
         MOVE 'S' TO SwSaludEnTabla
   IF NOT SaludEnTabla
      IF NumAnimalesSalud < 50
         ADD 1 TO NumAnimalesSalud
         MOVE NumeroSalud TO SalTabNumero(NumAnimalesSalud)
         MOVE SaludSucursal TO SalTabSucursal(NumAnimalesSalud)
         MOVE SaludNombre TO SalTabNombre(NumAnimalesSalud)
         MOVE SaludTipoEvento TO SalTabTipoEvento(NumAnimalesSalud)
InformarSeguimientoAnimal.
   ADD 1 TO AnimalesConSeguimiento
   MOVE 'N' TO SwAnimalConocido
   IF SalTabNumero(SalIdx) > 0
      MOVE SalTabNumero(SalIdx) TO NumeroBusca
      PERFORM LeerPerroPorNumero
      MOVE 0 TO NumeroBusca
   ELSE
      MOVE SalTabSucursal(SalIdx) TO SucursalBusca
      MOVE SalTabNombre(SalIdx) TO NombreBusca
      PERFORM LeerPerroPorClave
   END-IF
   IF PerroEncontrado
      MOVE 'S' TO SwAnimalConocido
   END-IF
   IF AnimalConocido
      DISPLAY '  ' SalTabNombre(SalIdx) ' (animal ' NumeroAnimalPerroTrab ', suc. ' SucursalPerroTrab
              ') en inventario: atención ' SalTabTipoEvento(SalIdx)
              ' vencida desde ' SalTabProxima(SalIdx)
   ELSE
      MOVE SalTabNombre(SalIdx) TO NombreSalud
      MOVE SalTabSucursal(SalIdx) TO SucursalSalud
      MOVE SalTabNumero(SalIdx) TO NumeroSalud
      PERFORM BuscarVentaPorAnimal
      IF VentaSeguimientoHallada
         MOVE ClienteSeguimiento TO ClienteIdTrabajo
   IF InformePorMes AND VentaFecha(1:4) = FechaInformeVentas(1:4)
      MOVE 'S' TO SwVentaEnCorte
   END-IF
   *> Una venta devuelta en garantía ya no es venta.
   IF VentaDevuelta
      MOVE 'N' TO SwVentaEnCorte
   END-IF
   IF VentaEnCorte
      ADD 1 TO UnidadesVendidasInforme
      ADD VentaImporte TO TotalVendidoInforme
      END-IF
   END-IF.

*> Diario contable del día (DIARIOGL), una sucursal a la vez, armado
*> de lo que quedó grabado hoy: facturas y notas de crédito de FACTREG
*> (ventas, devoluciones e impuesto), los renglones de CAJAMOV (cobros,
*> depósitos tomados, devueltos, retenidos y aplicados, reembolsos y
*> pagos a proveedores) y las ventas de VENTAHIS (costo de lo vendido
*> contra inventario, y su vuelta al inventario si la venta se anuló
*> hoy). Las cuentas salen de la tabla CTACONTA. El control DIARIOCT
*> deja constancia de cada día y sucursal exportados.
ExportarDiarioContable.
   MOVE 0 TO AsientosSinCuenta
   PERFORM CargarCuentasContables
   PERFORM ArmarSucursalesDiario
   DISPLAY ' '
   DISPLAY '=== Diario contable del día ' FechaDelSistema ' ==='
   IF NumSucursalesDiario = 0
      DISPLAY 'Sin movimientos contables hoy.'
   ELSE
      OPEN EXTEND DiarioContableFile
      IF EstadoDiarioFile = '35'
         OPEN OUTPUT DiarioContableFile
      END-IF
      IF EstadoDiarioFile NOT = '00'
         DISPLAY '*** DIARIOGL no abrió: estado ' EstadoDiarioFile '; el diario no se exporta ***'
      ELSE
         PERFORM VARYING DiaIdx FROM 1 BY 1 UNTIL DiaIdx > NumSucursalesDiario
            PERFORM ExportarDiarioSucursal
         END-PERFORM
         CLOSE DiarioContableFile
      END-IF
   END-IF
   IF AsientosSinCuenta > 0
      DISPLAY '*** ' AsientosSinCuenta ' asientos sin cuenta en CTACONTA: completar la tabla ***'
   END-IF.

*> Carga la tabla de cuentas de CTACONTA; la primera vez la estrena
*> con las cuentas iniciales para que el contador las ajuste.
CargarCuentasContables.
   MOVE 0 TO NumCuentasContables
   OPEN INPUT CuentasContablesFile
   IF EstadoCuentasContablesFile = '35'
      OPEN OUTPUT CuentasContablesFile
      PERFORM VARYING CtaIdx FROM 1 BY 1 UNTIL CtaIdx > 20
         MOVE CuentaInicial(CtaIdx) TO CuentasContablesRecord
         WRITE CuentasContablesRecord
      END-PERFORM
      CLOSE CuentasContablesFile
      DISPLAY 'Tabla de cuentas contables CTACONTA estrenada con las cuentas iniciales'
      OPEN INPUT CuentasContablesFile
   END-IF
   IF EstadoCuentasContablesFile NOT = '00'
      DISPLAY '*** CTACONTA no abrió: estado ' EstadoCuentasContablesFile ' ***'
   ELSE
      MOVE 'N' TO SwFinCuentasContables
      PERFORM UNTIL FinCuentasContables
         READ CuentasContablesFile
            AT END MOVE 'S' TO SwFinCuentasContables
            NOT AT END
               IF NumCuentasContables < 40
                  ADD 1 TO NumCuentasContables
                  MOVE CtaTipoMov TO CtaTabTipo(NumCuentasContables)
                  MOVE CtaLado TO CtaTabLado(NumCuentasContables)
                  MOVE CtaCuenta TO CtaTabCuenta(NumCuentasContables)
               ELSE
                  DISPLAY '*** Tabla de cuentas contables llena: se omite ' CtaTipoMov ' ' CtaLado ' ***'
               END-IF
         END-READ
      END-PERFORM
      CLOSE CuentasContablesFile
   END-IF.

*> Arma la tabla de sucursales con algo que asentar hoy en cualquiera
*> de los tres archivos. Caja y ventas se releen con el mismo baile
*> de cierre y reapertura en EXTEND que usa InformeVentas.
ArmarSucursalesDiario.
   MOVE 0 TO NumSucursalesDiario
   MOVE LOW-VALUES TO FactNumeroKey
   START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
      INVALID KEY MOVE 'S' TO SwFinFacturas
      NOT INVALID KEY MOVE 'N' TO SwFinFacturas
   END-START
   PERFORM UNTIL FinFacturas
      READ FacturaRegFile NEXT RECORD
         AT END MOVE 'S' TO SwFinFacturas
         NOT AT END
            IF FactFecha = FechaDelSistema
               MOVE FactSucursal TO SucursalLeidaDiario
               PERFORM AnotarSucursalDiario
            END-IF
      END-READ
   END-PERFORM
   CLOSE CajaMovFile
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
      MOVE 'N' TO SwFinCaja
      PERFORM UNTIL FinCaja
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinCaja
            NOT AT END
               IF CajaFecha = FechaDelSistema
                  MOVE CajaSucursal TO SucursalLeidaDiario
                  PERFORM AnotarSucursalDiario
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE CajaMovFile
   OPEN EXTEND CajaMovFile
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF VentaFecha = FechaDelSistema
                  MOVE VentaSucursal TO SucursalLeidaDiario
                  PERFORM AnotarSucursalDiario
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE VentaHistFile
   OPEN EXTEND VentaHistFile.

*> Un renglón sin sucursal es de la matriz, como en todo el programa.
AnotarSucursalDiario.
   IF SucursalLeidaDiario = SPACES
      MOVE SucursalPorDefecto TO SucursalLeidaDiario
   END-IF
   MOVE 'N' TO SwSucursalDiarioHallada
   PERFORM VARYING DiaIdx FROM 1 BY 1 UNTIL DiaIdx > NumSucursalesDiario
      IF SucursalCodigoDiario(DiaIdx) = SucursalLeidaDiario
         MOVE 'S' TO SwSucursalDiarioHallada
      END-IF
   END-PERFORM
   IF NOT SucursalDiarioHallada
      IF NumSucursalesDiario < 20
         ADD 1 TO NumSucursalesDiario
         MOVE SucursalLeidaDiario TO SucursalCodigoDiario(NumSucursalesDiario)
      ELSE
         DISPLAY '*** Tabla de sucursales del diario llena: se omite la ' SucursalLeidaDiario ' ***'
      END-IF
   END-IF.

*> Diario de la sucursal DiaIdx. El control se anota 'P' antes de
*> escribir y pasa a 'E' (o 'D' si no cuadra) al cerrar; si un
*> reinicio lo encuentra en 'P', la corrida anterior se cortó a mitad
*> del diario, que se manda otra vez marcado como reenvío para que el
*> contador descarte el incompleto.
ExportarDiarioSucursal.
   MOVE SucursalCodigoDiario(DiaIdx) TO SucursalDiario
   MOVE 'N' TO SwDiarioYaExportado
   MOVE 'N' TO SwReenvioDiario
   MOVE FechaDelSistema TO DiaCtlFecha
   MOVE SucursalDiario TO DiaCtlSucursal
   READ DiarioControlFile
      INVALID KEY
         MOVE 'P' TO DiaCtlEstado
         MOVE 0 TO DiaCtlRenglones
         MOVE 0 TO DiaCtlDebe
         MOVE 0 TO DiaCtlHaber
         WRITE DiarioControlRecord
            INVALID KEY DISPLAY 'No se pudo anotar el control del diario de la sucursal ' SucursalDiario
         END-WRITE
      NOT INVALID KEY
         IF DiaCtlEmpezado
            MOVE 'S' TO SwReenvioDiario
         ELSE
            MOVE 'S' TO SwDiarioYaExportado
         END-IF
   END-READ
   IF DiarioYaExportado
      DISPLAY 'Diario de la sucursal ' SucursalDiario ' del ' FechaDelSistema
              ' ya exportado; no se vuelve a mandar.'
   ELSE
      IF ReenvioDiario
         DISPLAY '*** El diario de la sucursal ' SucursalDiario ' quedó a medias en la corrida anterior;'
                 ' se manda de nuevo como reenvío ***'
      END-IF
      MOVE 0 TO RenglonesDiario
      MOVE 0 TO TotalDebeDiario
      MOVE 0 TO TotalHaberDiario
      MOVE FechaDelSistema TO DiaCabFecha
      MOVE SucursalDiario TO DiaCabSucursal
      IF ReenvioDiario
         MOVE 'R' TO DiaCabMarca
      ELSE
         MOVE SPACE TO DiaCabMarca
      END-IF
      WRITE DiarioContableRecord FROM DiarioCabeceraLinea
      PERFORM AsentarFacturasDiario
      PERFORM AsentarCajaDiario
      PERFORM AsentarCostosDiario
      MOVE FechaDelSistema TO DiaCieFecha
      MOVE SucursalDiario TO DiaCieSucursal
      MOVE RenglonesDiario TO DiaCieRenglones
      MOVE TotalDebeDiario TO DiaCieDebe
      MOVE TotalHaberDiario TO DiaCieHaber
      IF TotalDebeDiario = TotalHaberDiario
         MOVE 'CUADRADO' TO DiaCieEstado
         MOVE 'E' TO DiaCtlEstado
      ELSE
         MOVE 'DESCUADRE' TO DiaCieEstado
         MOVE 'D' TO DiaCtlEstado
      END-IF
      WRITE DiarioContableRecord FROM DiarioCierreLinea
      MOVE FechaDelSistema TO DiaCtlFecha
      MOVE SucursalDiario TO DiaCtlSucursal
      MOVE RenglonesDiario TO DiaCtlRenglones
      MOVE TotalDebeDiario TO DiaCtlDebe
      MOVE TotalHaberDiario TO DiaCtlHaber
      REWRITE DiarioControlRecord
         INVALID KEY DISPLAY 'No se pudo cerrar el control del diario de la sucursal ' SucursalDiario
      END-REWRITE
      DISPLAY 'Sucursal ' SucursalDiario ': ' RenglonesDiario ' asientos, debe $' DiaCieDebe
              ' haber $' DiaCieHaber ' ' DiaCieEstado
      IF TotalDebeDiario NOT = TotalHaberDiario
         DISPLAY '*** ALERTA: el diario de la sucursal ' SucursalDiario ' no cuadra ***'
      END-IF
   END-IF.

*> Facturas y notas de crédito de hoy de la sucursal: la factura
*> acredita ventas por el neto e impuesto por pagar por el impuesto;
*> la nota los debita. Las facturas que anula una nota quedan en la
*> tabla para devolver su costo al inventario.
AsentarFacturasDiario.
   MOVE 0 TO NumNotasDiario
   MOVE LOW-VALUES TO FactNumeroKey
   START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
      INVALID KEY MOVE 'S' TO SwFinFacturas
      NOT INVALID KEY MOVE 'N' TO SwFinFacturas
   END-START
   PERFORM UNTIL FinFacturas
      READ FacturaRegFile NEXT RECORD
         AT END MOVE 'S' TO SwFinFacturas
         NOT AT END
            MOVE FactSucursal TO SucursalLeidaDiario
            IF SucursalLeidaDiario = SPACES
               MOVE SucursalPorDefecto TO SucursalLeidaDiario
            END-IF
            IF FactFecha = FechaDelSistema
                  AND SucursalLeidaDiario = SucursalDiario
               PERFORM AsentarDocumentoDiario
            END-IF
      END-READ
   END-PERFORM.

AsentarDocumentoDiario.
   MOVE FactNumeroKey TO ReferenciaAsiento
   IF FactNeto NUMERIC AND FactImpuesto NUMERIC
      MOVE FactNeto TO NetoDesglose
      MOVE FactImpuesto TO ImpuestoDesglose
   ELSE
      MOVE FactImporte TO NetoDesglose
      MOVE 0 TO ImpuestoDesglose
   END-IF
   IF FactEsNotaCredito
      MOVE 'NV' TO TipoAsiento
      MOVE 'D' TO LadoAsiento
      MOVE NetoDesglose TO ImporteAsiento
      PERFORM GrabarAsientoDiario
      MOVE 'IN' TO TipoAsiento
      MOVE 'D' TO LadoAsiento
      MOVE ImpuestoDesglose TO ImporteAsiento
      PERFORM GrabarAsientoDiario
      IF NumNotasDiario < 50
         ADD 1 TO NumNotasDiario
         MOVE FactDocRelacionado TO NotaFacturaDiario(NumNotasDiario)
      ELSE
         DISPLAY '*** Tabla de notas del diario llena: el costo de la factura ' FactDocRelacionado
                 ' no vuelve al inventario en el diario ***'
      END-IF
   ELSE
      MOVE 'FV' TO TipoAsiento
      MOVE 'H' TO LadoAsiento
      MOVE NetoDesglose TO ImporteAsiento
      PERFORM GrabarAsientoDiario
      MOVE 'IV' TO TipoAsiento
      MOVE 'H' TO LadoAsiento
      MOVE ImpuestoDesglose TO ImporteAsiento
      PERFORM GrabarAsientoDiario
   END-IF.

*> Renglones de caja de hoy de la sucursal. El cobro de una venta
*> debita caja contra la factura, y el reembolso de una devolución la
*> acredita contra la nota; los depósitos y los pagos a proveedores
*> llevan sus dos patas, debe y haber, según la tabla de cuentas.
AsentarCajaDiario.
   CLOSE CajaMovFile
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
      MOVE 'N' TO SwFinCaja
      PERFORM UNTIL FinCaja
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinCaja
            NOT AT END
               MOVE CajaSucursal TO SucursalLeidaDiario
               IF SucursalLeidaDiario = SPACES
                  MOVE SucursalPorDefecto TO SucursalLeidaDiario
               END-IF
               IF CajaFecha = FechaDelSistema
                     AND SucursalLeidaDiario = SucursalDiario
                  PERFORM AsentarRenglonCajaDiario
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE CajaMovFile
   OPEN EXTEND CajaMovFile.

AsentarRenglonCajaDiario.
   MOVE CajaTipoMov TO TipoAsiento
   MOVE CajaImporte TO ImporteAsiento
   IF CajaTipoMov = 'PP'
      MOVE CajaClienteId TO ReferenciaAsiento
   ELSE
      MOVE CajaNombreAnimal TO ReferenciaAsiento
   END-IF
   EVALUATE CajaTipoMov
      WHEN 'VC'
         MOVE 'D' TO LadoAsiento
         PERFORM GrabarAsientoDiario
      WHEN 'NC'
         MOVE 'H' TO LadoAsiento
         PERFORM GrabarAsientoDiario
      WHEN 'DT'
      WHEN 'DV'
      WHEN 'DR'
      WHEN 'DA'
      WHEN 'PP'
         MOVE 'D' TO LadoAsiento
         PERFORM GrabarAsientoDiario
         MOVE 'H' TO LadoAsiento
         PERFORM GrabarAsientoDiario
      WHEN OTHER
         DISPLAY '*** Renglón de caja de tipo ' CajaTipoMov ' sin asiento en el diario ***'
   END-EVALUATE.

*> Ventas de la sucursal: las de hoy sacan su costo del inventario
*> contra el costo de lo vendido; las anuladas hoy por una nota de
*> crédito lo devuelven. Una venta sin costo (de antes de llevar
*> costos) no deja asiento.
AsentarCostosDiario.
   CLOSE VentaHistFile
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               MOVE VentaSucursal TO SucursalLeidaDiario
               IF SucursalLeidaDiario = SPACES
                  MOVE SucursalPorDefecto TO SucursalLeidaDiario
               END-IF
               IF SucursalLeidaDiario = SucursalDiario
                     AND VentaCosto NUMERIC
                  PERFORM AsentarCostoVentaDiario
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE VentaHistFile
   OPEN EXTEND VentaHistFile.

AsentarCostoVentaDiario.
   MOVE VentaNombre TO ReferenciaAsiento
   MOVE VentaCosto TO ImporteAsiento
   IF VentaFecha = FechaDelSistema
      MOVE 'CV' TO TipoAsiento
      MOVE 'D' TO LadoAsiento
      PERFORM GrabarAsientoDiario
      MOVE 'H' TO LadoAsiento
      PERFORM GrabarAsientoDiario
   END-IF
   MOVE 'N' TO SwCostoDevuelto
   IF VentaFactura NUMERIC AND VentaFactura > 0
      PERFORM VARYING NotIdx FROM 1 BY 1 UNTIL NotIdx > NumNotasDiario
         IF NotaFacturaDiario(NotIdx) = VentaFactura
            MOVE 'S' TO SwCostoDevuelto
         END-IF
      END-PERFORM
   END-IF
   IF CostoDevuelto
      MOVE 'CD' TO TipoAsiento
      MOVE 'D' TO LadoAsiento
      PERFORM GrabarAsientoDiario
      MOVE 'H' TO LadoAsiento
      PERFORM GrabarAsientoDiario
   END-IF.

*> Graba en DIARIOGL la pata de asiento de TipoAsiento/LadoAsiento por
*> ImporteAsiento, con la cuenta de la tabla, y la suma al debe o al
*> haber de la sucursal. Una pata en cero no se graba.
GrabarAsientoDiario.
   IF ImporteAsiento > 0
      PERFORM BuscarCuentaContable
      ADD 1 TO RenglonesDiario
      MOVE FechaDelSistema TO DiaDetFecha
      MOVE SucursalDiario TO DiaDetSucursal
      MOVE RenglonesDiario TO DiaDetSecuencia
      MOVE CuentaAsiento TO DiaDetCuenta
      MOVE LadoAsiento TO DiaDetLado
      MOVE ImporteAsiento TO DiaDetImporte
      MOVE TipoAsiento TO DiaDetTipoMov
      MOVE ReferenciaAsiento TO DiaDetReferencia
      WRITE DiarioContableRecord FROM DiarioDetalleLinea
      IF LadoAsiento = 'D'
         ADD ImporteAsiento TO TotalDebeDiario
      ELSE
         ADD ImporteAsiento TO TotalHaberDiario
      END-IF
   END-IF.

BuscarCuentaContable.
   MOVE 'N' TO SwCuentaHallada
   MOVE SPACES TO CuentaAsiento
   PERFORM VARYING CtaIdx FROM 1 BY 1 UNTIL CtaIdx > NumCuentasContables
      IF CtaTabTipo(CtaIdx) = TipoAsiento AND CtaTabLado(CtaIdx) = LadoAsiento
            AND NOT CuentaHallada
         MOVE CtaTabCuenta(CtaIdx) TO CuentaAsiento
         MOVE 'S' TO SwCuentaHallada
      END-IF
   END-PERFORM
   IF NOT CuentaHallada
      DISPLAY '*** Sin cuenta contable para ' TipoAsiento ' lado ' LadoAsiento ' ***'
      ADD 1 TO AsientosSinCuenta
   END-IF.

*> Registro mensual de impuestos para la declaración: cada factura y
*> cada nota de crédito del mes de MesRegistroImpuestos, agrupadas por
*> sucursal, con su neto, tasa, impuesto y total tal como quedaron
*> grabados en FACTREG (la nota resta). Una primera pasada recorre el
*> mes de corrido en número de documento y arma la tabla de
*> sucursales; después se lista sucursal por sucursal, y al final lo
*> listado tiene que dar lo mismo que el mes leído de corrido.
InformeRegistroImpuestos.
   MOVE 0 TO NumSucursalesImp
   MOVE 0 TO DocumentosRegistroImp
   MOVE 0 TO NetoRegistroImp
   MOVE 0 TO ImpuestoRegistroImp
   MOVE 0 TO BrutoRegistroImp
   MOVE 0 TO PrimerDocumentoImp
   MOVE 0 TO UltimoDocumentoImp
   MOVE 0 TO DocumentosSinTasaImp
   MOVE 0 TO DocumentosListadosImp
   MOVE 0 TO NetoListadoImp
   MOVE 0 TO ImpuestoListadoImp
   MOVE 0 TO BrutoListadoImp
   MOVE LOW-VALUES TO FactNumeroKey
   START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
      INVALID KEY MOVE 'S' TO SwFinFacturas
      NOT INVALID KEY MOVE 'N' TO SwFinFacturas
   END-START
   PERFORM UNTIL FinFacturas
      READ FacturaRegFile NEXT RECORD
         AT END MOVE 'S' TO SwFinFacturas
         NOT AT END PERFORM AcumularDocumentoRegistroImp
      END-READ
   END-PERFORM
   DISPLAY ' '
   DISPLAY '=== Registro de impuestos del mes ' MesRegistroImpuestos ' ==='
   IF NumSucursalesImp = 0
      DISPLAY '  Sin facturas ni notas de crédito en el mes.'
   END-IF
   PERFORM VARYING ImpIdx FROM 1 BY 1 UNTIL ImpIdx > NumSucursalesImp
      PERFORM ListarSucursalRegistroImp
   END-PERFORM
   MOVE NetoListadoImp TO NetoRenglonEdit
   MOVE ImpuestoListadoImp TO ImpuestoRenglonEdit
   MOVE BrutoListadoImp TO BrutoRenglonEdit
   DISPLAY 'Total del mes, todas las sucursales: ' DocumentosListadosImp ' documentos'
   DISPLAY '  Neto    : $' NetoRenglonEdit
   DISPLAY '  Impuesto: $' ImpuestoRenglonEdit
   DISPLAY '  Total   : $' BrutoRenglonEdit
   MOVE NetoRegistroImp TO NetoRenglonEdit
   MOVE ImpuestoRegistroImp TO ImpuestoRenglonEdit
   MOVE BrutoRegistroImp TO BrutoRenglonEdit
   DISPLAY 'Registro de facturas del mes: ' DocumentosRegistroImp ' documentos, del No. '
           PrimerDocumentoImp ' al ' UltimoDocumentoImp
   DISPLAY '  Neto    : $' NetoRenglonEdit
   DISPLAY '  Impuesto: $' ImpuestoRenglonEdit
   DISPLAY '  Total   : $' BrutoRenglonEdit
   IF DocumentosListadosImp = DocumentosRegistroImp
         AND NetoListadoImp = NetoRegistroImp
         AND ImpuestoListadoImp = ImpuestoRegistroImp
         AND BrutoListadoImp = BrutoRegistroImp
         AND NetoRegistroImp + ImpuestoRegistroImp = BrutoRegistroImp
      DISPLAY 'El registro de impuestos cuadra con el registro de facturas.'
   ELSE
      DISPLAY '*** El registro de impuestos NO cuadra con el registro de facturas ***'
   END-IF
   IF DocumentosSinTasaImp > 0
      DISPLAY '*** Documentos del mes sin impuesto desglosado: ' DocumentosSinTasaImp ' ***'
   END-IF.

*> Suma al control del mes el documento leído de corrido y anota su
*> sucursal en la tabla si es la primera vez que aparece.
AcumularDocumentoRegistroImp.
   IF FactFecha(1:4) = MesRegistroImpuestos
      PERFORM CargarDocumentoImp
      ADD 1 TO DocumentosRegistroImp
      IF DocumentosRegistroImp = 1
         MOVE FactNumeroKey TO PrimerDocumentoImp
      END-IF
      MOVE FactNumeroKey TO UltimoDocumentoImp
      ADD NetoDocImp TO NetoRegistroImp
      ADD ImpuestoDocImp TO ImpuestoRegistroImp
      ADD BrutoDocImp TO BrutoRegistroImp
      IF DocumentoSinTasa
         ADD 1 TO DocumentosSinTasaImp
      END-IF
      MOVE 'N' TO SwSucursalImpHallada
      PERFORM VARYING ImpIdx FROM 1 BY 1 UNTIL ImpIdx > NumSucursalesImp
         IF SucursalCodigoImp(ImpIdx) = FactSucursal
            MOVE 'S' TO SwSucursalImpHallada
         END-IF
      END-PERFORM
      IF NOT SucursalImpHallada
         IF NumSucursalesImp < 20
            ADD 1 TO NumSucursalesImp
            MOVE FactSucursal TO SucursalCodigoImp(NumSucursalesImp)
         ELSE
            DISPLAY '*** Tabla de sucursales del registro de impuestos llena: se omite la ' FactSucursal ' ***'
         END-IF
      END-IF
   END-IF.

*> Deja el documento leído de FACTREG con el signo del registro: la
*> factura suma y la nota de crédito resta. Un documento sin desglose
*> grabado (o con tasa cero) va entero como neto y se marca.
CargarDocumentoImp.
   MOVE 'N' TO SwDocumentoSinTasa
   IF FactNeto NUMERIC AND FactImpuesto NUMERIC
         AND FactTasaImpuesto NUMERIC
      MOVE FactNeto TO NetoDocImp
      MOVE FactImpuesto TO ImpuestoDocImp
      MOVE FactTasaImpuesto TO TasaEditada
      IF FactTasaImpuesto = 0
         MOVE 'S' TO SwDocumentoSinTasa
      END-IF
   ELSE
      MOVE FactImporte TO NetoDocImp
      MOVE 0 TO ImpuestoDocImp
      MOVE 0 TO TasaEditada
      MOVE 'S' TO SwDocumentoSinTasa
   END-IF
   MOVE FactImporte TO BrutoDocImp
   IF FactEsNotaCredito
      MOVE 'NC' TO TipoDocumentoImp
      COMPUTE NetoDocImp = 0 - NetoDocImp
      COMPUTE ImpuestoDocImp = 0 - ImpuestoDocImp
      COMPUTE BrutoDocImp = 0 - BrutoDocImp
   ELSE
      MOVE 'FA' TO TipoDocumentoImp
   END-IF.

*> Lista los documentos del mes de la sucursal ImpIdx con sus totales,
*> que se suman a lo listado para el control final.
ListarSucursalRegistroImp.
   MOVE 0 TO FacturasSucImp
   MOVE 0 TO NotasSucImp
   MOVE 0 TO NetoSucImp
   MOVE 0 TO ImpuestoSucImp
   MOVE 0 TO BrutoSucImp
   DISPLAY '--- Sucursal ' SucursalCodigoImp(ImpIdx) ' ---'
   DISPLAY '  Número Fecha    Doc Cliente Nombre                         Neto  Tasa'
           '       Impuesto        Total'
   MOVE LOW-VALUES TO FactNumeroKey
   START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
      INVALID KEY MOVE 'S' TO SwFinFacturas
      NOT INVALID KEY MOVE 'N' TO SwFinFacturas
   END-START
   PERFORM UNTIL FinFacturas
      READ FacturaRegFile NEXT RECORD
         AT END MOVE 'S' TO SwFinFacturas
         NOT AT END
            IF FactFecha(1:4) = MesRegistroImpuestos
                  AND FactSucursal = SucursalCodigoImp(ImpIdx)
               PERFORM ListarDocumentoImp
            END-IF
      END-READ
   END-PERFORM
   ADD FacturasSucImp TO DocumentosListadosImp
   ADD NotasSucImp TO DocumentosListadosImp
   ADD NetoSucImp TO NetoListadoImp
   ADD ImpuestoSucImp TO ImpuestoListadoImp
   ADD BrutoSucImp TO BrutoListadoImp
   MOVE NetoSucImp TO NetoRenglonEdit
   MOVE ImpuestoSucImp TO ImpuestoRenglonEdit
   MOVE BrutoSucImp TO BrutoRenglonEdit
   DISPLAY '  Sucursal ' SucursalCodigoImp(ImpIdx) ': ' FacturasSucImp ' facturas, '
           NotasSucImp ' notas de crédito'
   DISPLAY '    Neto ' NetoRenglonEdit '  Impuesto ' ImpuestoRenglonEdit
           '  Total ' BrutoRenglonEdit.

ListarDocumentoImp.
   PERFORM CargarDocumentoImp
   IF FactEsNotaCredito
      ADD 1 TO NotasSucImp
   ELSE
      ADD 1 TO FacturasSucImp
   END-IF
   ADD NetoDocImp TO NetoSucImp
   ADD ImpuestoDocImp TO ImpuestoSucImp
   ADD BrutoDocImp TO BrutoSucImp
   MOVE NetoDocImp TO NetoRenglonEdit
   MOVE ImpuestoDocImp TO ImpuestoRenglonEdit
   MOVE BrutoDocImp TO BrutoRenglonEdit
   IF DocumentoSinTasa
      DISPLAY '  ' FactNumeroKey ' ' FactFecha ' ' TipoDocumentoImp '  ' FactClienteId ' '
              FactClienteNombre(1:20) ' ' NetoRenglonEdit ' ' TasaEditada '% '
              ImpuestoRenglonEdit ' ' BrutoRenglonEdit ' *sin desglose'
   ELSE
      DISPLAY '  ' FactNumeroKey ' ' FactFecha ' ' TipoDocumentoImp '  ' FactClienteId ' '
              FactClienteNombre(1:20) ' ' NetoRenglonEdit ' ' TasaEditada '% '
              ImpuestoRenglonEdit ' ' BrutoRenglonEdit
   END-IF.

*> Informe de margen sobre lo vendido: lo cobrado menos el costo de
*> adquisición, venta por venta y agrupado por raza y por sucursal.
*> Con esto se sabe si la rebaja del 20% por larga estadía todavía
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF NOT VentaDevuelta
                  PERFORM AcumularVentaEnMargen
               END-IF
         END-READ
      END-PERFORM
   END-IF
      END-IF
   END-IF.

*> Antigüedad de las cuentas por pagar: el saldo de cada proveedor
*> repartido en corriente (0-30 días desde el alta), 30 (31-60) y 60+
*> (61 o más), con corte de control por proveedor sobre CTAPAGAR, que
*> ya viene ordenado por proveedor. Los proveedores sin saldo no salen.
InformeAntiguedadCuentasPagar.
   MOVE 0 TO TotalCorrienteCxp
   MOVE 0 TO Total31a60Cxp
   MOVE 0 TO Total61MasCxp
   MOVE FechaDelSistema TO FechaTrabajoAntig
   PERFORM ConvertirFechaADias
   MOVE DiasConvertidos TO DiasFechaActual
   DISPLAY ' '
   DISPLAY '=== Cuentas por pagar: antigüedad de saldos por proveedor ==='
   MOVE SPACES TO ProveedorEnCurso
   MOVE 'N' TO SwFinCuentasPagar
   MOVE LOW-VALUES TO ClaveCuentaPagar
   START CuentaPagarFile KEY IS NOT LESS THAN ClaveCuentaPagar
      INVALID KEY MOVE 'S' TO SwFinCuentasPagar
   END-START
   PERFORM UNTIL FinCuentasPagar
      READ CuentaPagarFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCuentasPagar
         NOT AT END PERFORM AcumularCuentaEnAntiguedad
      END-READ
   END-PERFORM
   IF ProveedorEnCurso NOT = SPACES
      PERFORM MostrarAntiguedadProveedor
   END-IF
   COMPUTE TotalSaldoCxp = TotalCorrienteCxp + Total31a60Cxp + Total61MasCxp
   IF TotalSaldoCxp = 0
      DISPLAY '  No hay saldos pendientes con proveedores.'
   END-IF
   DISPLAY 'Total adeudado  corriente: $' TotalCorrienteCxp
           '  30: $' Total31a60Cxp
           '  60+: $' Total61MasCxp
           '  total: $' TotalSaldoCxp.

*> Suma una cuenta leída de CTAPAGAR a su tramo de antigüedad, cerrando
*> antes el proveedor anterior si éste es otro.
AcumularCuentaEnAntiguedad.
   IF CxpProveedor NOT = ProveedorEnCurso
      IF ProveedorEnCurso NOT = SPACES
         PERFORM MostrarAntiguedadProveedor
      END-IF
      MOVE CxpProveedor TO ProveedorEnCurso
      MOVE 0 TO SaldoCorrienteProv
      MOVE 0 TO Saldo31a60Prov
      MOVE 0 TO Saldo61MasProv
   END-IF
   COMPUTE SaldoCuenta = CxpImporte - CxpPagado
   IF SaldoCuenta > 0
      MOVE CxpFechaAlta TO FechaTrabajoAntig
      PERFORM ConvertirFechaADias
      IF DiasConvertidos > DiasFechaActual
         MOVE 0 TO DiasCuentaPagar
      ELSE
         COMPUTE DiasCuentaPagar = DiasFechaActual - DiasConvertidos
      END-IF
      EVALUATE TRUE
         WHEN DiasCuentaPagar <= 30
            ADD SaldoCuenta TO SaldoCorrienteProv
         WHEN DiasCuentaPagar <= 60
            ADD SaldoCuenta TO Saldo31a60Prov
         WHEN OTHER
            ADD SaldoCuenta TO Saldo61MasProv
      END-EVALUATE
   END-IF.

MostrarAntiguedadProveedor.
   COMPUTE SaldoProveedor = SaldoCorrienteProv + Saldo31a60Prov + Saldo61MasProv
   IF SaldoProveedor > 0
      PERFORM BuscarProveedorCxp
      DISPLAY '  Proveedor ' ProveedorEnCurso ' ' ProveedorNombreCxp
      DISPLAY '    corriente: $' SaldoCorrienteProv
              '  30: $' Saldo31a60Prov
              '  60+: $' Saldo61MasProv
              '  total: $' SaldoProveedor
      ADD SaldoCorrienteProv TO TotalCorrienteCxp
      ADD Saldo31a60Prov TO Total31a60Cxp
      ADD Saldo61MasProv TO Total61MasCxp
   END-IF.

*> Estado de cuenta de cada proveedor: los animales que se le
*> compraron (fecha de alta, sucursal, costo, lo pagado y lo que se
*> debe) y, debajo, los pagos que salieron de caja a su nombre ('PP'
*> en CAJAMOV), con el total comprado, pagado y adeudado. Es lo que se
*> le contesta al criadero que llama preguntando cuánto se le debe.
EstadoCuentaProveedores.
   DISPLAY ' '
   DISPLAY '=== Estado de cuenta por proveedor ==='
   MOVE SPACES TO ProveedorEnCurso
   MOVE 'N' TO SwFinCuentasPagar
   MOVE LOW-VALUES TO ClaveCuentaPagar
   START CuentaPagarFile KEY IS NOT LESS THAN ClaveCuentaPagar
      INVALID KEY MOVE 'S' TO SwFinCuentasPagar
   END-START
   PERFORM UNTIL FinCuentasPagar
      READ CuentaPagarFile NEXT RECORD
         AT END MOVE 'S' TO SwFinCuentasPagar
         NOT AT END PERFORM AcumularCuentaEnEstadoProveedor
      END-READ
   END-PERFORM
   IF ProveedorEnCurso = SPACES
      DISPLAY '  No hay compras a proveedores registradas.'
   ELSE
      PERFORM CerrarEstadoProveedor
   END-IF.

*> Un renglón del estado de cuenta: el animal comprado con su costo,
*> lo pagado y lo que se debe. Al cambiar de proveedor cierra el
*> anterior y abre el encabezado del nuevo con sus datos del maestro.
AcumularCuentaEnEstadoProveedor.
   IF CxpProveedor NOT = ProveedorEnCurso
      IF ProveedorEnCurso NOT = SPACES
         PERFORM CerrarEstadoProveedor
      END-IF
      MOVE CxpProveedor TO ProveedorEnCurso
      MOVE 0 TO CompradoProveedor
      MOVE 0 TO PagadoProveedor
      MOVE 0 TO AnimalesProveedor
      PERFORM BuscarProveedorCxp
      DISPLAY ' '
      IF ProveedorHallado
         DISPLAY 'Proveedor ' ProveedorEnCurso ': ' ProveedorNombreCxp
         DISPLAY '  Teléfono : ' ProveedorTelefonoCxp
      ELSE
         DISPLAY 'Proveedor ' ProveedorEnCurso ' (no está en el maestro de proveedores)'
      END-IF
   END-IF
   COMPUTE SaldoCuenta = CxpImporte - CxpPagado
   ADD 1 TO AnimalesProveedor
   ADD CxpImporte TO CompradoProveedor
   ADD CxpPagado TO PagadoProveedor
   DISPLAY '  ' CxpFechaAlta ' ' CxpNombreAnimal ' (suc. ' CxpSucursal ') ' CxpRaza
           ' costo: $' CxpImporte ' pagado: $' CxpPagado ' debe: $' SaldoCuenta.

*> Cierre del estado de cuenta de un proveedor: los pagos de caja a su
*> nombre, releídos de CAJAMOV con el baile de cierre y reapertura de
*> siempre, y los totales. Lo pagado en caja debe casar con lo
*> aplicado a sus cuentas; si no, se avisa.
CerrarEstadoProveedor.
   MOVE 0 TO PagosCajaProveedor
   CLOSE CajaMovFile
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
      MOVE 'N' TO SwFinCaja
      PERFORM UNTIL FinCaja
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinCaja
            NOT AT END
               IF CajaTipoMov = 'PP' AND CajaClienteId = ProveedorEnCurso
                  ADD CajaImporte TO PagosCajaProveedor
                  DISPLAY '  Pago del ' CajaFecha ' (suc. ' CajaSucursal '): $' CajaImporte
               END-IF
         END-READ
      END-PERFORM
   END-IF
   CLOSE CajaMovFile
   OPEN EXTEND CajaMovFile
   COMPUTE SaldoProveedor = CompradoProveedor - PagadoProveedor
   DISPLAY '  Animales comprados: ' AnimalesProveedor ' por $' CompradoProveedor
   DISPLAY '  Pagado            : $' PagadoProveedor
   DISPLAY '  Saldo adeudado    : $' SaldoProveedor
   IF PagosCajaProveedor NOT = PagadoProveedor
      DISPLAY '  *** ALERTA: los pagos en caja ($' PagosCajaProveedor ') no cuadran con lo aplicado a sus cuentas ***'
   END-IF.

*> Estado de cuenta por cliente: junta el historial de ventas con el
*> maestro de clientes y saca, por cada cliente que ha comprado, sus
*> datos de contacto y el detalle de sus compras, y al final el
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF NOT VentaDevuelta
                  PERFORM AcumularVentaPorCliente
               END-IF
         END-READ
      END-PERFORM
      CLOSE VentaHistFile
         AT END MOVE 'S' TO SwFinVentas
         NOT AT END
            IF VentaClienteId = CteCmpId(CteIdx)
               IF VentaDevuelta
                  DISPLAY '  ' VentaFecha ' ' VentaNombre ' ' VentaRaza ' $' VentaImporte ' (devuelta, no cuenta)'
               ELSE
                  DISPLAY '  ' VentaFecha ' ' VentaNombre ' ' VentaRaza ' $' VentaImporte
               END-IF
            END-IF
      END-READ
   END-PERFORM
      DISPLAY '=== Control de fin de día (consolidado) ==='
      DISPLAY 'Altas procesadas (perros y gatos) : ' ContadorAltas
      DISPLAY 'Bajas por venta                   : ' ContadorBajas
      DISPLAY 'Devoluciones en garantía          : ' ContadorDevoluciones
      DISPLAY 'Animales reportados impresos      : ' ContadorImpresos
      MOVE 0 TO NumReservados
      MOVE 0 TO NumEnTransito
      PERFORM IniciarBarridoInventario
      PERFORM LeerSiguientePerro
      PERFORM UNTIL FinInventario
         IF PerroTrabReservado
            ADD 1 TO NumReservados
         END-IF
         IF PerroTrabEnTransito
            ADD 1 TO NumEnTransito
         END-IF
         PERFORM LeerSiguientePerro
      END-PERFORM
      DISPLAY 'Perros apartados con reserva      : ' NumReservados
      DISPLAY 'Perros en tránsito entre sucursales: ' NumEnTransito
      *> Los apartados y los que viajan entre sucursales siguen en
      *> inventario pero no se imprimen en la lista de venta, así que se
      *> restan del inventario esperado; los devueltos en garantía
      *> volvieron a la lista y se suman.
      IF ContadorImpresos NOT = NumPerrosInicial + NumGatosInicial + ContadorAltas
            + ContadorDevoluciones - ContadorBajas - NumReservados
            - NumEnTransito
         DISPLAY '*** ALERTA: las altas/bajas de hoy no coinciden con el inventario impreso ***'
      ELSE
         DISPLAY 'Altas, bajas e impresos coinciden, OK.'
      *> corrida abortada que este reinicio ya no reaplicó. Un
      *> depósito aplicado a una venta ya había entrado el día de la
      *> reserva, así que se resta de lo cobrado por ventas para no
      *> contarlo dos veces. Los reembolsos de devoluciones y los
      *> pagos a proveedores salen.
      PERFORM CalcularPosicionCajaDia
      DISPLAY '--- Posición de caja del día ---'
      DISPLAY 'Ventas cobradas            : $' VentasCobradasDia
      DISPLAY 'Depósitos tomados          : $' DepositosTomadosDia
      DISPLAY 'Depósitos devueltos        : $' DepositosDevueltosDia
      DISPLAY 'Depósitos aplicados a venta: $' DepositosAplicadosDia
      DISPLAY 'Reembolsos por devolución  : $' ReembolsosDevolucionDia
      DISPLAY 'Pagos a proveedores        : $' PagosProveedorDia
      COMPUTE CajaNetaDia = VentasCobradasDia - DepositosAplicadosDia
         + DepositosTomadosDia - DepositosDevueltosDia
         - ReembolsosDevolucionDia - PagosProveedorDia
      DISPLAY 'Efectivo neto del día      : $' CajaNetaDia
      DISPLAY 'Efectivo esperado (externo): $' TotalCajaEsperadoExterno
      IF CajaNetaDia NOT = TotalCajaEsperadoExterno
      IF PosicionSucursal > 0
         DISPLAY 'Altas de la sucursal : ' AltasSucursal(PosicionSucursal)
         DISPLAY 'Bajas de la sucursal : ' BajasSucursal(PosicionSucursal)
         DISPLAY 'Devoluciones         : ' DevolucionesSucursal(PosicionSucursal)
      END-IF
      *> Los perros en camino se muestran aparte, para que ni la tienda
      *> que los despachó ni la que los espera parezca corta.
      MOVE 0 TO TransitoHaciaSucursal
      MOVE 0 TO TransitoDesdeSucursal
      PERFORM IniciarBarridoInventario
      PERFORM LeerSiguientePerro
      PERFORM UNTIL FinInventario
         IF PerroTrabEnTransito
            IF SucursalPerroTrab = SucursalFiltro
               ADD 1 TO TransitoHaciaSucursal
            END-IF
            IF SucursalOrigenPerroTrab = SucursalFiltro
               ADD 1 TO TransitoDesdeSucursal
            END-IF
         END-IF
         PERFORM LeerSiguientePerro
      END-PERFORM
      DISPLAY 'En tránsito hacia ella: ' TransitoHaciaSucursal
      DISPLAY 'En tránsito desde ella: ' TransitoDesdeSucursal
   END-IF
   DISPLAY 'Gran total facturado         : $' GranTotalFactura
   DISPLAY 'Total esperado (cinta de caja): $' TotalEsperadoExterno
