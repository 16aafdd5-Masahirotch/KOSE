       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC045BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 年間責任額月次按分取込.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004826) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004848) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004851) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 年間責任額ファイル ASSIGN TO SEKIQUOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-年責状態.
           SELECT OPTIONAL 按分リストファイル
               ASSIGN TO QUOTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-按分状態.
       DATA DIVISION.
       FILE SECTION.
       FD  年間責任額ファイル.
       01  年間責任額レコード         PIC  X(080).
       FD  按分リストファイル.
       01  按分リストレコード         PIC  X(132).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC045BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ERR-CODE  SYNC         PIC S9(004) COMP VALUE  8.
       01  LOCK-CODE SYNC         PIC S9(004) COMP VALUE 12.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.

       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

       01  W-年責状態                PIC  X(002) VALUE SPACE.
       01  W-按分状態                PIC  X(002) VALUE SPACE.
       01  W-最終リターンコード      PIC S9(004) COMP VALUE 0.
       01  W-年責終了区分            PIC  X(001) VALUE '0'.
           88  年責ファイル終了である         VALUE '1'.
       01  W-取込中止区分            PIC  X(001) VALUE '0'.
           88  取込中止である                 VALUE '1'.
       01  W-明細重度区分            PIC  X(001) VALUE '0'.
           88  明細重度違反である             VALUE '1'.
       01  W-月額出力区分            PIC  X(001) VALUE '0'.
           88  月額出力なしである             VALUE '1'.
       01  W-年責読込件数            PIC  9(007) VALUE 0.
       01  W-構成比按分件数          PIC  9(007) VALUE 0.
       01  W-均等按分件数            PIC  9(007) VALUE 0.
       01  W-台帳なし件数            PIC  9(007) VALUE 0.
       01  W-検査重度件数            PIC  9(007) VALUE 0.
       01  W-登録行数                PIC  9(011) VALUE 0.
       01  W-年間額合計              PIC S9(015) VALUE 0.

      ** 按分ワーク

       01  W-月添字                  PIC  9(002) VALUE 0.
       01  W-前年合計                PIC S9(015) VALUE 0.
       01  W-按分累計                PIC S9(015) VALUE 0.
       01  W-按分合計                PIC S9(015) VALUE 0.
       01  W-負額区分                PIC  X(001) VALUE '0'.
           88  按分負額ありである             VALUE '1'.
       01  W-前年月別表.
           03  W-前年月額 OCCURS 12 TIMES  PIC S9(13).
       01  W-按分月別表.
           03  W-按分月額 OCCURS 12 TIMES  PIC S9(13).

      ** 年間責任額ファイルレイアウト
      ** 年度は台帳(HCT_OUT_MISE_DFILE_NEW)の年度と一致
      ** すること。1ファイル=1年度分の全店×ブラン
      ** ド。

       01  W-年責行.
           03  W-年責-年度            PIC  X(04).
           03  W-年責-店コード        PIC  X(10).
           03  W-年責-ブランドコード  PIC  X(02).
           03  W-年責-年間責任額      PIC S9(11).
           03  FILLER                 PIC  X(53).

      ** 按分明細リスト(1店×ブランドにつき2行)
      ** 1行目 01〜06月 / 2行目 07〜12月と按分合計

       01  W-按分明細行.
           03  W-按-店コード          PIC  X(10).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-按-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-按-年間額            PIC  -ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-按-按分区分          PIC  X(01).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-按-月額群.
             05  W-按-月額 OCCURS 6 TIMES.
               07  W-按-月額値        PIC  -ZZZZZZZZZZ9.
               07  FILLER             PIC  X(01).
           03  W-按-末尾部.
             05  FILLER               PIC  X(01).
             05  W-按-注記            PIC  X(08).
             05  FILLER               PIC  X(01).
             05  W-按-重度区分        PIC  X(01).
             05  FILLER               PIC  X(10).
           03  W-按-合計部  REDEFINES W-按-末尾部.
             05  W-按-合計            PIC  -ZZ,ZZZ,ZZZ,ZZ9.
             05  FILLER               PIC  X(05).

       01  W-按分集計行.
           03  W-集-見出し            PIC  X(12).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-件数              PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-金額              PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(89) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  WK対象Ｙ和暦区分          PIC  X(1).
       01  W-台帳年度                PIC  X(4).
       01  W-実行開始時刻            PIC  X(14).
       01  W-実行終了時刻            PIC  X(14).
       01  W-店コード                PIC  X(10).
       01  W-ブランド                PIC  X(2).
       01  W-按分年月                PIC  X(6).
       01  W-按分額                  PIC S9(13).
       01  W-台帳行数                PIC  9(005).
       01  W-台帳店行数              PIC  9(005).
       01  W-登録済件数              PIC  9(005).
       01  W-削除件数                PIC  9(011).
       01  W-エラー件数              PIC  9(007).
       01  W-前年月別.
           03  W-前年01               PIC S9(13).
           03  W-前年02               PIC S9(13).
           03  W-前年03               PIC S9(13).
           03  W-前年04               PIC S9(13).
           03  W-前年05               PIC S9(13).
           03  W-前年06               PIC S9(13).
           03  W-前年07               PIC S9(13).
           03  W-前年08               PIC S9(13).
           03  W-前年09               PIC S9(13).
           03  W-前年10               PIC S9(13).
           03  W-前年11               PIC S9(13).
           03  W-前年12               PIC S9(13).

       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

      ** メイン制御

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別取込処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           MOVE  W-最終リターンコード  TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別取込処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  排他ロック取得処理.
           PERFORM  年間責任額取込処理.

      ** 取込中止時は按分分をロールバック済のため、
      ** ロック解除のみを確定して切断する。

           PERFORM  排他ロック解除処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧

           IF ARGCNT = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
             ELSE
               PERFORM  引数取込処理  VARYING W-引数添字 FROM
                   1 BY 1
                   UNTIL W-引数添字 > ARGCNT
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               ADD  1                 TO W-環境コード件数
               MOVE ARGDATA           TO
                   W-環境コード(W-環境コード件数)
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------
           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.
           MOVE 対象Ｙ和暦区分      TO WK対象Ｙ和暦区分.

      *-----------------------------------------------------------------
       年間責任額取込処理.
      *-----------------------------------------------------------------

      ** 当月台帳の年度の責任額(HCT_SEKININ_QUOTA 01〜
      ** 12月)を削除し、年間責任額ファイルを店×ブラ
      ** ンドごとに12か月へ按分して登録する(未コミ
      ** ット)。重度違反が1件でもあれば全件ロール
      ** バックし、明細リストのみ返す。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

           ACCEPT  W-実行開始時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-実行開始時刻(9:6)  FROM TIME

           MOVE  '0'          TO W-年責終了区分
           MOVE  '0'          TO W-取込中止区分
           MOVE  0            TO W-年責読込件数
           MOVE  0            TO W-構成比按分件数
           MOVE  0            TO W-均等按分件数
           MOVE  0            TO W-台帳なし件数
           MOVE  0            TO W-検査重度件数
           MOVE  0            TO W-登録行数
           MOVE  0            TO W-年間額合計

      ** 按分先の年度は当月台帳の年度とする(台帳の
      ** 月別列01〜12は年度||'01'〜'12'で集計される)。

           MOVE  SPACE        TO W-台帳年度
           EXEC SQL AT :DB-NAME
             SELECT NVL(MAX(TD.年度),' ')
               INTO :W-台帳年度
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.対象年月 = :WK対象年月区分
           END-EXEC.

           IF W-台帳年度 = SPACE
             THEN
               MOVE '当月台帳なし 按分取込中止' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
               EXEC SQL AT :DB-NAME
                 ROLLBACK WORK
               END-EXEC
               PERFORM  排他ロック解除処理
               EXEC SQL AT :DB-NAME
                 COMMIT WORK RELEASE
               END-EXEC
               MOVE ABND-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT 年間責任額ファイル
           IF W-年責状態 NOT = '00'
             THEN
               PERFORM 年責ファイルエラー処理
           END-IF
           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 按分リストファイル
             ELSE
               OPEN EXTEND 按分リストファイル
           END-IF
           IF W-按分状態 NOT = '00'
             THEN
               PERFORM 按分リストエラー処理
           END-IF

           MOVE  SPACE        TO 按分リストレコード
           STRING 'DB接続先:' DB-NAME
                  ' 年間責任額按分 対象年月:'
                  WK対象年月区分
                  ' 年度:' W-台帳年度
               DELIMITED BY SIZE INTO 按分リストレコード
           PERFORM 按分リスト出力処理

           EXEC SQL AT :DB-NAME
             DELETE FROM HCT_SEKININ_QUOTA
              WHERE 対象年月 >= :W-台帳年度||'01'
                AND 対象年月 <= :W-台帳年度||'12'
           END-EXEC.
           MOVE  SQLERRD(3)   TO W-削除件数

           PERFORM 年責読込処理
               UNTIL 年責ファイル終了である

           CLOSE 年間責任額ファイル
           IF W-年責状態 NOT = '00'
             THEN
               PERFORM 年責ファイルエラー処理
           END-IF

           PERFORM 按分集計出力処理

           CLOSE 按分リストファイル
           IF W-按分状態 NOT = '00'
             THEN
               PERFORM 按分リストエラー処理
           END-IF

           MOVE 'QT-READ  ='   TO D-カウント区分
           MOVE W-年責読込件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'QT-RATIO ='   TO D-カウント区分
           MOVE W-構成比按分件数 TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'QT-EQUAL ='   TO D-カウント区分
           MOVE W-均等按分件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'QT-NOLDG ='   TO D-カウント区分
           MOVE W-台帳なし件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'QT-ERR   ='   TO D-カウント区分
           MOVE W-検査重度件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域

           IF W-検査重度件数 > 0
             THEN
               MOVE '年間責任額違反あり 全件登録せず' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
               EXEC SQL AT :DB-NAME
                 ROLLBACK WORK
               END-EXEC
               SET 取込中止である  TO TRUE
               IF W-最終リターンコード < ERR-CODE
                 THEN
                   MOVE ERR-CODE TO W-最終リターンコード
               END-IF
             ELSE
               PERFORM 取込記録処理
           END-IF.

      *-----------------------------------------------------------------
       年責読込処理.
      *-----------------------------------------------------------------
           READ 年間責任額ファイル
             INTO W-年責行
             AT END
               SET 年責ファイル終了である  TO TRUE
           END-READ
           IF 年責ファイル終了である
             THEN
               CONTINUE
             ELSE
               IF W-年責状態 NOT = '00'
                 THEN
                   PERFORM 年責ファイルエラー処理
               END-IF
               ADD  1  TO W-年責読込件数
               PERFORM 年責按分処理
           END-IF.

      *-----------------------------------------------------------------
       年責按分処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-按分明細行
           MOVE  W-年責-店コード       TO W-按-店コード
           MOVE  W-年責-ブランドコード TO W-按-ブランド
           MOVE  W-年責-店コード       TO W-店コード
           MOVE  W-年責-ブランドコード TO W-ブランド
           MOVE  '0'          TO W-明細重度区分

      ** 明細の妥当性(数字・年度・ファイル内重複)

           IF W-年責-年間責任額 NUMERIC
             THEN
               MOVE  W-年責-年間責任額  TO W-按-年間額
             ELSE
               MOVE 'NUM-ERR '  TO W-按-注記
               SET 明細重度違反である  TO TRUE
           END-IF
           IF 明細重度違反である
             THEN
               CONTINUE
             ELSE
               IF W-年責-年度 NOT = W-台帳年度
                 THEN
                   MOVE 'YEAR-ERR'  TO W-按-注記
                   SET 明細重度違反である  TO TRUE
               END-IF
           END-IF
           IF 明細重度違反である
             THEN
               CONTINUE
             ELSE
               MOVE  0            TO W-登録済件数
               EXEC SQL AT :DB-NAME
                 SELECT COUNT(*) INTO :W-登録済件数
                   FROM HCT_SEKININ_QUOTA Q1
                  WHERE Q1.対象年月 = :W-台帳年度||'01'
                    AND Q1.得意先コード店マター
                        = :W-店コード
                    AND Q1.ブランドコード = :W-ブランド
               END-EXEC
               IF W-登録済件数 > 0
                 THEN
                   MOVE 'DUP-KEY '  TO W-按-注記
                   SET 明細重度違反である  TO TRUE
               END-IF
           END-IF

           IF 明細重度違反である
             THEN
               MOVE 'E'          TO W-按-重度区分
               ADD  1  TO W-検査重度件数
               PERFORM 按分明細出力処理
             ELSE
               PERFORM 構成比取得処理
               PERFORM 按分計算処理
               PERFORM 按分登録処理
           END-IF.

      *-----------------------------------------------------------------
       構成比取得処理.
      *-----------------------------------------------------------------

      ** 当月台帳の同一店×ブランドの前年純売上01〜
      ** 12を構成比とする(チャネル別の行は合算)。
      ** 台帳に行が無い店×ブランドは警告として明細
      ** に出し、均等割りで登録する。

           MOVE  0            TO W-台帳行数
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*),
                    NVL(SUM(TD.前年純売上01),0),
                    NVL(SUM(TD.前年純売上02),0),
                    NVL(SUM(TD.前年純売上03),0),
                    NVL(SUM(TD.前年純売上04),0),
                    NVL(SUM(TD.前年純売上05),0),
                    NVL(SUM(TD.前年純売上06),0),
                    NVL(SUM(TD.前年純売上07),0),
                    NVL(SUM(TD.前年純売上08),0),
                    NVL(SUM(TD.前年純売上09),0),
                    NVL(SUM(TD.前年純売上10),0),
                    NVL(SUM(TD.前年純売上11),0),
                    NVL(SUM(TD.前年純売上12),0)
               INTO :W-台帳行数,
                    :W-前年01, :W-前年02, :W-前年03,
                    :W-前年04, :W-前年05, :W-前年06,
                    :W-前年07, :W-前年08, :W-前年09,
                    :W-前年10, :W-前年11, :W-前年12
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.対象年月 = :WK対象年月区分
                AND TD.得意先コード店マター = :W-店コード
                AND TD.ブランドコード = :W-ブランド
           END-EXEC.
           MOVE  W-前年月別   TO W-前年月別表

           IF W-台帳行数 = 0
             THEN
               MOVE  0            TO W-台帳店行数
               EXEC SQL AT :DB-NAME
                 SELECT COUNT(*) INTO :W-台帳店行数
                   FROM HCT_OUT_MISE_DFILE_NEW TD
                  WHERE TD.対象年月 = :WK対象年月区分
                    AND TD.得意先コード店マター
                        = :W-店コード
               END-EXEC
               IF W-台帳店行数 = 0
                 THEN
                   MOVE 'NO-STORE'  TO W-按-注記
                 ELSE
                   MOVE 'NO-BRAND'  TO W-按-注記
               END-IF
               MOVE 'W'          TO W-按-重度区分
               ADD  1  TO W-台帳なし件数
           END-IF.

      *-----------------------------------------------------------------
       按分計算処理.
      *-----------------------------------------------------------------

      ** 前年合計が正なら年間額×前年月額÷前年合計
      ** (切捨て)、前年実績の無い店(合計0以下)は年
      ** 間額÷12(切捨て)を01〜11月に置き、端数は12
      ** 月に寄せる。

           MOVE  0            TO W-前年合計
           PERFORM 前年合計加算処理
               VARYING W-月添字 FROM 1 BY 1
               UNTIL W-月添字 > 12

           IF W-前年合計 > 0
             THEN
               MOVE 'R'          TO W-按-按分区分
               ADD  1  TO W-構成比按分件数
             ELSE
               MOVE 'E'          TO W-按-按分区分
               ADD  1  TO W-均等按分件数
           END-IF

           MOVE  0            TO W-按分累計
           PERFORM 月別按分処理
               VARYING W-月添字 FROM 1 BY 1
               UNTIL W-月添字 > 11
           COMPUTE W-按分月額(12) = W-年責-年間責任額
                                  - W-按分累計

      ** 年間額と按分後合計の一致確認。01〜12月の按
      ** 分月額を改めて合計して年間額と照合する。
      ** 前年純売上に返品超過(負)の月があると構成比
      ** 按分で負の月額や、01〜11月の合計が年間額を
      ** 超えて12月が負になることがあるため、負の月
      ** 額も重度とする(年間額が負の行を除く)。

           MOVE  0            TO W-按分合計
           MOVE  '0'          TO W-負額区分
           PERFORM 按分合計加算処理
               VARYING W-月添字 FROM 1 BY 1
               UNTIL W-月添字 > 12

           IF W-按分合計 NOT = W-年責-年間責任額
             THEN
               MOVE 'SUM-ERR '  TO W-按-注記
               MOVE 'E'          TO W-按-重度区分
               ADD  1  TO W-検査重度件数
             ELSE
               IF 按分負額ありである
                 AND W-年責-年間責任額 >= 0
                 THEN
                   MOVE 'NEG-ERR '  TO W-按-注記
                   MOVE 'E'          TO W-按-重度区分
                   ADD  1  TO W-検査重度件数
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       按分合計加算処理.
      *-----------------------------------------------------------------
           ADD  W-按分月額(W-月添字)  TO W-按分合計
           IF W-按分月額(W-月添字) < 0
             THEN
               SET 按分負額ありである  TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       前年合計加算処理.
      *-----------------------------------------------------------------
           ADD  W-前年月額(W-月添字)  TO W-前年合計.

      *-----------------------------------------------------------------
       月別按分処理.
      *-----------------------------------------------------------------
           IF W-前年合計 > 0
             THEN
               COMPUTE W-按分月額(W-月添字) =
                   W-年責-年間責任額
                     * W-前年月額(W-月添字)
                     / W-前年合計
             ELSE
               COMPUTE W-按分月額(W-月添字) =
                   W-年責-年間責任額 / 12
           END-IF
           ADD  W-按分月額(W-月添字)  TO W-按分累計.

      *-----------------------------------------------------------------
       按分登録処理.
      *-----------------------------------------------------------------
           PERFORM 月別登録処理
               VARYING W-月添字 FROM 1 BY 1
               UNTIL W-月添字 > 12
           ADD  W-年責-年間責任額  TO W-年間額合計
           PERFORM 按分明細出力処理.

      *-----------------------------------------------------------------
       月別登録処理.
      *-----------------------------------------------------------------
           MOVE  W-台帳年度            TO W-按分年月(1:4)
           MOVE  W-月添字              TO W-按分年月(5:2)
           MOVE  W-按分月額(W-月添字)  TO W-按分額

           EXEC SQL AT :DB-NAME
             INSERT INTO HCT_SEKININ_QUOTA
               ( 対象年月, 得意先コード店マター,
                 ブランドコード, 責任額 )
               VALUES
               ( :W-按分年月, :W-店コード,
                 :W-ブランド, :W-按分額 )
           END-EXEC.
           ADD  1  TO W-登録行数.

      *-----------------------------------------------------------------
       按分明細出力処理.
      *-----------------------------------------------------------------

      ** 1行目に01〜06月と注記、2行目に07〜12月と按
      ** 分合計を編集する。按分前に重度違反となった
      ** 明細は月額を出さない。

           IF W-按-按分区分 = SPACE
             THEN
               MOVE  '1'          TO W-月額出力区分
               MOVE  SPACE        TO W-按-月額群
             ELSE
               MOVE  '0'          TO W-月額出力区分
               PERFORM 上期月額編集処理
                   VARYING W-月添字 FROM 1 BY 1
                   UNTIL W-月添字 > 6
           END-IF
           MOVE  W-按分明細行 TO 按分リストレコード
           PERFORM 按分リスト出力処理

           MOVE  SPACE        TO W-按分明細行
           IF 月額出力なしである
             THEN
               CONTINUE
             ELSE
               PERFORM 下期月額編集処理
                   VARYING W-月添字 FROM 7 BY 1
                   UNTIL W-月添字 > 12
               MOVE  W-按分累計   TO W-按-合計
               MOVE  W-按分明細行 TO 按分リストレコード
               PERFORM 按分リスト出力処理
           END-IF.

      *-----------------------------------------------------------------
       上期月額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-按分月額(W-月添字)  TO
               W-按-月額値(W-月添字).

      *-----------------------------------------------------------------
       下期月額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-按分月額(W-月添字)  TO
               W-按-月額値(W-月添字 - 6).

      *-----------------------------------------------------------------
       按分集計出力処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-按分集計行
           MOVE 'READ'        TO W-集-見出し
           MOVE  W-年責読込件数   TO W-集-件数
           MOVE  W-年間額合計     TO W-集-金額
           MOVE  W-按分集計行 TO 按分リストレコード
           PERFORM 按分リスト出力処理

           MOVE  SPACE        TO W-按分集計行
           MOVE 'RATIO'       TO W-集-見出し
           MOVE  W-構成比按分件数 TO W-集-件数
           MOVE  W-按分集計行 TO 按分リストレコード
           PERFORM 按分リスト出力処理

           MOVE  SPACE        TO W-按分集計行
           MOVE 'EQUAL'       TO W-集-見出し
           MOVE  W-均等按分件数   TO W-集-件数
           MOVE  W-按分集計行 TO 按分リストレコード
           PERFORM 按分リスト出力処理

           MOVE  SPACE        TO W-按分集計行
           MOVE 'NOT-IN-LEDGR' TO W-集-見出し
           MOVE  W-台帳なし件数   TO W-集-件数
           MOVE  W-按分集計行 TO 按分リストレコード
           PERFORM 按分リスト出力処理

           MOVE  SPACE        TO W-按分集計行
           MOVE 'ERROR'       TO W-集-見出し
           MOVE  W-検査重度件数   TO W-集-件数
           MOVE  W-按分集計行 TO 按分リストレコード
           PERFORM 按分リスト出力処理.

      *-----------------------------------------------------------------
       取込記録処理.
      *-----------------------------------------------------------------
           ACCEPT  W-実行終了時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-実行終了時刻(9:6)  FROM TIME
           MOVE  W-台帳なし件数  TO W-エラー件数

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_AUDIT
               ( WKPGMID, DB接続先, 対象年月区分,
                 対象Ｙ和暦区分, 実行開始時刻,
                 実行終了時刻, 完了区分, 削除件数,
                 エラー件数 )
               VALUES
               ( :WKPGMID, :DB-NAME, :WK対象年月区分,
                 :WK対象Ｙ和暦区分, :W-実行開始時刻,
                 :W-実行終了時刻, '1', :W-削除件数,
                 :W-エラー件数 )
           END-EXEC

           MOVE 'QT-DEL   ='   TO D-カウント区分
           MOVE W-削除件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'QT-INS   ='   TO D-カウント区分
           MOVE W-登録行数      TO D-カウント
           CALL KXU002SC    USING D-ログ域

           MOVE '年間責任額　按分登録完了' TO
               D-メッセージ域.
           CALL KXU002SC   USING  D-ログ域.

      *-----------------------------------------------------------------
       按分リスト出力処理.
      *-----------------------------------------------------------------
           WRITE 按分リストレコード
           IF W-按分状態 NOT = '00'
             THEN
               PERFORM 按分リストエラー処理
           END-IF.

      *-----------------------------------------------------------------
       年責ファイルエラー処理.
      *-----------------------------------------------------------------
           MOVE '年責ファイル入力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-年責状態     TO D-メッセージ域(38:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       按分リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '按分リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-按分状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック取得処理.
      *-----------------------------------------------------------------

      ** 台帳系の更新ジョブはDB接続先×対象年月区分
      ** 単位にXAT_JOB_LOCKへ1行登録してから処理に入
      ** る。一意キー違反は他ジョブ実行中として即時
      ** 終了する。異常終了で残ったロックはジョブを
      ** 確認のうえKHC046BPで解除する。

           ACCEPT  W-ロック取得時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-ロック取得時刻(9:6)  FROM TIME

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_LOCK
               ( DB接続先, 対象年月区分, WKPGMID,
                 取得時刻 )
               VALUES
               ( :DB-NAME, :WK対象年月区分, :WKPGMID,
                 :W-ロック取得時刻 )
           END-EXEC.
           IF SQLCODE = -1
             THEN
               PERFORM 排他ロック競合処理
           END-IF
           IF SQLCODE NOT = 0
             THEN
               PERFORM SQL-ERROR
           END-IF
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

      ** 他ジョブから見えるよう取得時点で確定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

      *-----------------------------------------------------------------
       排他ロック競合処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-ロック保持ＰＧＭＩＤ
           MOVE  SPACE        TO W-ロック保持時刻
           EXEC SQL AT :DB-NAME
             SELECT L.WKPGMID, L.取得時刻
               INTO :W-ロック保持ＰＧＭＩＤ,
                    :W-ロック保持時刻
               FROM XAT_JOB_LOCK L
              WHERE L.DB接続先     = :DB-NAME
                AND L.対象年月区分 = :WK対象年月区分
           END-EXEC.

           MOVE '排他ロック競合 中止 保持=' TO
               D-メッセージ域
           MOVE  W-ロック保持ＰＧＭＩＤ  TO
               D-メッセージ域(37:10)
           MOVE  W-ロック保持時刻        TO
               D-メッセージ域(48:14)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE LOCK-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック解除処理.
      *-----------------------------------------------------------------

      ** 自ジョブのロックのみ削除する。確定は呼出し
      ** 側の COMMIT WORK で行う。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_JOB_LOCK
              WHERE DB接続先     = :DB-NAME
                AND 対象年月区分 = :WK対象年月区分
                AND WKPGMID      = :WKPGMID
           END-EXEC.
