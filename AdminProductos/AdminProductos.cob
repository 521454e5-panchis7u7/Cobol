       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdminProductos.
       AUTHOR. Sebastian Madrigal.
       DATE-WRITTEN. Oct 15 2026.
       DATE-COMPILED. Oct 15 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC LINUX.
       OBJECT-COMPUTER. PC LINUX.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OperID
           FILE STATUS IS OperFileStatus.

           SELECT OPTIONAL ProductFile ASSIGN TO "productos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS ProdFileStatus.

       DATA DIVISION.
       FILE SECTION.
           FD OperatorFile.
           COPY "OPERREC.cpy".

           FD ProductFile.
           COPY "PRODREC.cpy".

       WORKING-STORAGE SECTION.
       01 AdminChoice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 ProdFileStatus PIC XX VALUE "00".
       01 ProdAtEnd PIC X.
       01 ProdCount PIC 9(4) VALUE ZERO.
       01 ProdExists PIC X.
       01 Confirm PIC X.
       01 AmountPesos PIC 9(7).
       01 AmountCentavos PIC 9(2).
       01 ShownAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 ShownActive PIC X(8).
       01 NewDesc PIC X(30).
           COPY "SIGNONWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Catalogo de productos ----"
      *    El precio del catalogo es el que toman los pedidos al
      *    capturarse: solo un supervisor lo mantiene.
           OPEN INPUT OperatorFile
           IF OperFileStatus NOT = "00" AND OperFileStatus NOT = "05"
               DISPLAY "No se pudo abrir operators.txt (estado "
                   OperFileStatus "); de de alta a los operadores "
                   "con AdminOperadores."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SignOnOperator
           IF SignOnOk = 'N'
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OperatorFile
           IF NOT SignedSupervisor
               DISPLAY "El mantenimiento del catalogo esta "
                   "reservado al supervisor."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ProductFile
           IF ProdFileStatus NOT = "00" AND ProdFileStatus NOT = "05"
               DISPLAY "No se pudo abrir productos.txt (estado "
                   ProdFileStatus "); en uso por otra sesion?"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "---- Productos ----"
               DISPLAY "1: Alta de producto."
               DISPLAY "2: Listar productos."
               DISPLAY "3: Cambiar descripcion o precio."
               DISPLAY "4: Activar o dar de baja."
               DISPLAY "0: Salir."
               DISPLAY "-------------------"
               DISPLAY "Opcion: " WITH NO ADVANCING
               ACCEPT AdminChoice
               EVALUATE AdminChoice
                   WHEN 1 PERFORM AddProduct
                   WHEN 2 PERFORM ListProducts
                   WHEN 3 PERFORM ChangeProduct
                   WHEN 4 PERFORM ToggleProduct
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM
           CLOSE ProductFile
           STOP RUN.

       AddProduct.
           DISPLAY " "
           DISPLAY "Codigo del producto (8 max): " WITH NO ADVANCING
           ACCEPT ProdCode
           IF ProdCode = SPACES
               DISPLAY "Codigo invalido."
           ELSE
               DISPLAY "Descripcion: " WITH NO ADVANCING
               ACCEPT ProdDesc
               PERFORM AcceptProdPrice
               MOVE 'Y' TO ProdActive
               PERFORM StampProduct
               WRITE ProductData
                   INVALID KEY
                       DISPLAY "Ese codigo de producto ya existe."
                   NOT INVALID KEY
                       DISPLAY "Producto dado de alta: " ProdCode
               END-WRITE
               PERFORM CheckProdFile
           END-IF.

       AcceptProdPrice.
           DISPLAY "Precio unitario (parte entera): "
               WITH NO ADVANCING
           ACCEPT AmountPesos
           DISPLAY "Centavos (00-99): " WITH NO ADVANCING
           ACCEPT AmountCentavos
           COMPUTE ProdPrice = AmountPesos + AmountCentavos / 100.

       StampProduct.
           ACCEPT ProdChangeDate FROM DATE YYYYMMDD
           MOVE SignedOperID TO ProdOperator.

       ListProducts.
           DISPLAY " "
           DISPLAY "------ Productos -----"
           MOVE ZERO TO ProdCount
           MOVE 'N' TO ProdAtEnd
           MOVE LOW-VALUES TO ProdCode
           START ProductFile KEY IS NOT LESS THAN ProdCode
               INVALID KEY MOVE 'Y' TO ProdAtEnd
           END-START
           PERFORM UNTIL ProdAtEnd = 'Y'
               READ ProductFile NEXT RECORD
                   AT END MOVE 'Y' TO ProdAtEnd
               END-READ
               IF ProdAtEnd = 'N' AND ProdFileStatus NOT = "00"
                       AND ProdFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       ProdFileStatus
                   MOVE 'Y' TO ProdAtEnd
               END-IF
               IF ProdAtEnd = 'N'
                   ADD 1 TO ProdCount
                   PERFORM ShowOneProduct
               END-IF
           END-PERFORM
           DISPLAY "Total de productos: " ProdCount
           DISPLAY "----------------------".

       ShowOneProduct.
           MOVE ProdPrice TO ShownAmount
           IF ProdIsActive
               MOVE "Activo" TO ShownActive
           ELSE
               MOVE "De baja" TO ShownActive
           END-IF
           DISPLAY ProdCode " " ProdDesc " " ShownAmount " "
               ShownActive.

       ReadOneProduct.
           DISPLAY " "
           DISPLAY "Codigo del producto: " WITH NO ADVANCING
           ACCEPT ProdCode
           MOVE 'Y' TO ProdExists
           READ ProductFile
               INVALID KEY MOVE 'N' TO ProdExists
           END-READ
           PERFORM CheckProdFile
           IF ProdExists = 'N'
               DISPLAY "El producto no existe."
           ELSE
               PERFORM ShowOneProduct
           END-IF.

      *    Un cambio de precio solo vale para los pedidos que se
      *    capturen de aqui en adelante; los renglones ya grabados
      *    conservan el precio con que se capturaron.
       ChangeProduct.
           PERFORM ReadOneProduct
           IF ProdExists = 'Y'
               DISPLAY "Descripcion nueva (en blanco la conserva): "
                   WITH NO ADVANCING
               ACCEPT NewDesc
               IF NewDesc NOT = SPACES
                   MOVE NewDesc TO ProdDesc
               END-IF
               DISPLAY "Cambiar el precio? (S/N): " WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   PERFORM AcceptProdPrice
               END-IF
               PERFORM StampProduct
               REWRITE ProductData
                   INVALID KEY
                       DISPLAY "No se pudo cambiar el producto."
                   NOT INVALID KEY
                       DISPLAY "Producto cambiado."
               END-REWRITE
               PERFORM CheckProdFile
           END-IF.

      *    Un producto no se borra del catalogo: los renglones de
      *    pedidos anteriores lo siguen nombrando. Se da de baja y
      *    deja de aceptarse en pedidos nuevos.
       ToggleProduct.
           PERFORM ReadOneProduct
           IF ProdExists = 'Y'
               IF ProdIsActive
                   DISPLAY "Dar de baja el producto? (S/N): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Reactivar el producto? (S/N): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   IF ProdIsActive
                       MOVE 'N' TO ProdActive
                   ELSE
                       MOVE 'Y' TO ProdActive
                   END-IF
                   PERFORM StampProduct
                   REWRITE ProductData
                       INVALID KEY
                           DISPLAY "No se pudo cambiar el producto."
                       NOT INVALID KEY
                           DISPLAY "Producto actualizado."
                   END-REWRITE
                   PERFORM CheckProdFile
               ELSE
                   DISPLAY "Cambio abandonado."
               END-IF
           END-IF.

      *    Estados 51 y 99: el registro lo tiene otra sesion; 3x/4x/9x
      *    son errores de archivo. Las condiciones de llave (2x) ya
      *    las atiende cada INVALID KEY.
       CheckProdFile.
           IF ProdFileStatus = "51" OR ProdFileStatus = "99"
               DISPLAY "Producto en uso por otro usuario; intente "
                   "de nuevo."
               MOVE 'N' TO ProdExists
           ELSE
               IF ProdFileStatus(1:1) = "3"
                       OR ProdFileStatus(1:1) = "4"
                       OR ProdFileStatus(1:1) = "9"
                   DISPLAY "Error en el archivo de productos. "
                       "Estado: " ProdFileStatus
                   MOVE 'N' TO ProdExists
               END-IF
           END-IF.

           COPY "SIGNON.cpy".
