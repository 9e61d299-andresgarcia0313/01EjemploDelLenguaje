      >>SOURCE FORMAT FREE
*> Conversión de una sola vez del registro de facturas al formato con
*> desglose de impuesto: a cada factura y nota de crédito ya emitida
*> le agrega la clase de producto (animales), la tasa con que se
*> desglosa y el neto y el impuesto contenidos en su importe, que se
*> cobró con el impuesto incluido. Corre con el job diario parado,
*> después de ConversionNumeroAnimal y antes de la primera corrida de
*> AnimalProgram que factura con impuesto.
*>
*> La tasa de cada documento sale de la tabla TASAIMP (la de su
*> sucursal o, si no tiene, la general). Si la tabla no tiene tasa
*> general para animales, se estrena con TasaGeneralInicial, que debe
*> ser la vigente cuando se emitieron esas facturas; después se
*> corrige con un movimiento 'K' si hace falta. El registro se copia
*> a COPIATRB y se vuelve a grabar desde ahí con el formato nuevo. Si
*> FACTREG no abre con el formato anterior (ya convertido o dañado)
*> el programa se detiene sin tocar nada, con código de retorno 8.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionImpuestoFacturas.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   *> Formato anterior, sin desglose.
   SELECT FacturaAnteriorFile
      ASSIGN TO 'FACTREG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS FactAntNumeroKey
      FILE STATUS IS EstadoFactAnterior.

   *> Formato nuevo, el mismo que usa AnimalProgram.
   SELECT FacturaRegFile
      ASSIGN TO 'FACTREG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS FactNumeroKey
      FILE STATUS IS EstadoFacturasFile.

   SELECT TasaImpuestoFile
      ASSIGN TO 'TASAIMP'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClaveTasaImpuesto
      FILE STATUS IS EstadoTasasFile.

   SELECT CopiaTrabajoFile
      ASSIGN TO 'COPIATRB'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCopiaFile.

DATA DIVISION.
FILE SECTION.

FD FacturaAnteriorFile.
01 FacturaAnteriorRecord.
   05 FactAntNumeroKey PIC 9(6).
   05 RestoFactAnterior PIC X(86).

*> El renglón nuevo lleva el formato anterior completo en un grupo,
*> para pasarlo de una sola vez, y el desglose al final.
FD FacturaRegFile.
01 FacturaRegRecord.
   05 DatosFactura.
      10 FactNumeroKey PIC 9(6).
      10 FactFecha PIC X(08).
      10 FactSucursal PIC X(03).
      10 FactClienteId PIC 9(5).
      10 FactClienteNombre PIC X(30).
      10 FactAnimal PIC X(20).
      10 FactImporte PIC 9(5).
      10 FactTipoDocumento PIC X(01).
         88 FactEsNotaCredito VALUE 'N'.
      10 FactEstado PIC X(01).
      10 FactDocRelacionado PIC 9(6).
      10 FactNumeroAnimal PIC 9(7).
   05 FactClaseProducto PIC X(01).
   05 FactTasaImpuesto PIC 99V99.
   05 FactNeto PIC 9(5)V99.
   05 FactImpuesto PIC 9(5)V99.

FD TasaImpuestoFile.
01 TasaImpuestoRecord.
   05 ClaveTasaImpuesto.
      10 TasaSucursal PIC X(03).
      10 TasaClase PIC X(01).
   05 TasaPorcentaje PIC 99V99.
   05 TasaFechaVigencia PIC X(08).
   05 TasaPorcentajeAnterior PIC 99V99.

FD CopiaTrabajoFile.
01 CopiaTrabajoRecord PIC X(200).

WORKING-STORAGE SECTION.

01 EstadosArchivo.
   05 EstadoFactAnterior PIC XX.
   05 EstadoFacturasFile PIC XX.
   05 EstadoTasasFile PIC XX.
   05 EstadoCopiaFile PIC XX.

01 SwFinArchivoData.
   05 SwFinAnterior PIC X(01).
      88 FinAnterior VALUE 'S'.
   05 SwFinCopia PIC X(01).
      88 FinCopia VALUE 'S'.

*> Tasa general de animales con que se estrena la tabla si no la
*> tiene, y el área del desglose, igual que en AnimalProgram.
01 ImpuestoData.
   05 TasaGeneralInicial PIC 99V99 VALUE 16.00.
   05 ClaseAnimales PIC X(01) VALUE 'A'.
   05 FechaDelSistema PIC X(08).
   05 SucursalTasa PIC X(03).
   05 ClaseTasa PIC X(01).
   05 SwTasaHallada PIC X(01).
      88 TasaHallada VALUE 'S'.
   05 TasaAplicada PIC 99V99 VALUE ZERO.
   05 BrutoDesglose PIC 9(5).
   05 NetoDesglose PIC 9(5)V99.
   05 ImpuestoDesglose PIC 9(5)V99.
   05 TasaEditada PIC Z9.99.
   05 ImporteEditado PIC Z,ZZZ,ZZ9.99.

*> Contadores y sumas del resumen.
01 ContadoresConversion.
   05 ConvFacturas PIC 9(7) VALUE ZERO.
   05 ConvNotas PIC 9(7) VALUE ZERO.
   05 SinTasaDocumentos PIC 9(7) VALUE ZERO.
   05 SwTasaEstrenada PIC X(01) VALUE 'N'.
      88 TasaEstrenada VALUE 'S'.
   05 TotalBrutoConv PIC 9(9) VALUE ZERO.
   05 TotalNetoConv PIC 9(9)V99 VALUE ZERO.
   05 TotalImpuestoConv PIC 9(9)V99 VALUE ZERO.

PROCEDURE DIVISION.

   ACCEPT FechaDelSistema FROM DATE
   PERFORM AbrirTablaTasas
   PERFORM ConvertirFacturas
   CLOSE TasaImpuestoFile
   PERFORM InformarConversion
   STOP RUN.

*> Abre (o estrena) la tabla de tasas y se asegura de que tenga la
*> tasa general de animales, que es la que desglosa los documentos de
*> las sucursales sin tasa propia.
AbrirTablaTasas.
   OPEN I-O TasaImpuestoFile
   IF EstadoTasasFile = '35'
      OPEN OUTPUT TasaImpuestoFile
      CLOSE TasaImpuestoFile
      OPEN I-O TasaImpuestoFile
   END-IF
   IF EstadoTasasFile NOT = '00'
      DISPLAY '*** TASAIMP no abrió: estado ' EstadoTasasFile ' ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF
   MOVE SPACES TO TasaSucursal
   MOVE ClaseAnimales TO TasaClase
   READ TasaImpuestoFile
      INVALID KEY
         MOVE TasaGeneralInicial TO TasaPorcentaje
         MOVE FechaDelSistema TO TasaFechaVigencia
         MOVE 0 TO TasaPorcentajeAnterior
         WRITE TasaImpuestoRecord
            INVALID KEY DISPLAY 'No se pudo anotar la tasa general de animales'
         END-WRITE
         MOVE 'S' TO SwTasaEstrenada
   END-READ.

*> Registro de facturas: copia el archivo viejo a COPIATRB en orden de
*> número y lo regraba con el formato nuevo, desglosando cada
*> documento a la tasa de su sucursal.
ConvertirFacturas.
   OPEN INPUT FacturaAnteriorFile
   IF EstadoFactAnterior = '35'
      DISPLAY 'FACTREG no existe: no hay facturas que convertir'
   ELSE
      IF EstadoFactAnterior NOT = '00'
         DISPLAY '*** FACTREG no abrió con el formato anterior: estado ' EstadoFactAnterior
                 ' (¿ya convertido?) ***'
         CLOSE TasaImpuestoFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ FacturaAnteriorFile NEXT RECORD
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END WRITE CopiaTrabajoRecord FROM FacturaAnteriorRecord
         END-READ
      END-PERFORM
      CLOSE FacturaAnteriorFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT FacturaRegFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END PERFORM DesglosarFactura
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE FacturaRegFile
   END-IF.

DesglosarFactura.
   MOVE CopiaTrabajoRecord TO DatosFactura
   MOVE FactSucursal TO SucursalTasa
   MOVE ClaseAnimales TO ClaseTasa
   PERFORM BuscarTasaImpuesto
   IF NOT TasaHallada
      ADD 1 TO SinTasaDocumentos
   END-IF
   MOVE FactImporte TO BrutoDesglose
   COMPUTE NetoDesglose ROUNDED = BrutoDesglose * 100 / (100 + TasaAplicada)
   COMPUTE ImpuestoDesglose = BrutoDesglose - NetoDesglose
   MOVE ClaseAnimales TO FactClaseProducto
   MOVE TasaAplicada TO FactTasaImpuesto
   MOVE NetoDesglose TO FactNeto
   MOVE ImpuestoDesglose TO FactImpuesto
   WRITE FacturaRegRecord
      INVALID KEY DISPLAY 'No se pudo grabar la factura ' FactNumeroKey
   END-WRITE
   IF FactEsNotaCredito
      ADD 1 TO ConvNotas
   ELSE
      ADD 1 TO ConvFacturas
   END-IF
   ADD FactImporte TO TotalBrutoConv
   ADD NetoDesglose TO TotalNetoConv
   ADD ImpuestoDesglose TO TotalImpuestoConv.

*> La tasa de la sucursal si la tiene, si no la general; igual que
*> BuscarTasaImpuesto en AnimalProgram.
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
   END-IF.

InformarConversion.
   DISPLAY ' '
   DISPLAY '=== Conversión del registro de facturas al desglose de impuesto ==='
   IF TasaEstrenada
      MOVE TasaGeneralInicial TO TasaEditada
      DISPLAY '  Tabla de tasas estrenada con la general de animales: ' TasaEditada '%'
   END-IF
   DISPLAY '  Facturas desglosadas                : ' ConvFacturas
   DISPLAY '  Notas de crédito desglosadas        : ' ConvNotas
   MOVE TotalBrutoConv TO ImporteEditado
   DISPLAY '  Importe total de los documentos     : $' ImporteEditado
   MOVE TotalNetoConv TO ImporteEditado
   DISPLAY '    neto                              : $' ImporteEditado
   MOVE TotalImpuestoConv TO ImporteEditado
   DISPLAY '    impuesto                          : $' ImporteEditado
   IF SinTasaDocumentos > 0
      DISPLAY '*** ' SinTasaDocumentos ' documentos sin tasa: quedaron sin impuesto ***'
      MOVE 4 TO RETURN-CODE
   ELSE
      MOVE 0 TO RETURN-CODE
   END-IF.
